      * Licensed Materials - Property of IBM
      *
      * SAMPLE
      *
      * (c) Copyright IBM Corp. 2016 All Rights Reserved
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract with IBM Corp
      *
      ******************************************************************
      *  CSDDCOLL
      *
      * Direct debit (autopay) collection run. A cardholder with an
      * ACTIVE mandate on DDMANDT (see copy/DDMANDT.cpy) pays each
      * month's minimum, or the full statement balance, straight
      * from their bank account. Every night this job:
      *
      *   1) works the bank's returned-debit (unpaid) file (see
      *      copy/DDRETN.cpy): the PAYMENT the collection posted is
      *      reversed on the CARDLDG ledger by a PAYMENT debit
      *      (source DDRETURN), and the mandate counts one more
      *      return. A due date already judged met is opened again
      *      for the CSDELINQ run that follows to judge afresh -
      *      with the payment gone it is a missed payment, charged
      *      and counted like any other; a due date a later cycle
      *      close has already replaced takes the missed payment on
      *      PAYHMAS here. At CTLPARM's CP-DD-MAX-RETURNS returns
      *      the mandate is cancelled and a letter is queued PENDING
      *      on LTRARCH telling the cardholder to pay another way;
      *   2) posts each collection sent to the bank whose due date
      *      has arrived to the ledger as a PAYMENT credit (source
      *      DIRDEBIT) - the bank takes the money on the due date;
      *   3) builds the bank's collection file (see copy/DDCOLL.cpy)
      *      - one debit for every ACTIVE mandate whose card's
      *      payment due date is CP-DD-LEAD-BDAYS BUSCAL business
      *      days away or less, for the minimum due or the statement
      *      balance as the mandate says, less whatever the
      *      cardholder has already paid since the statement. A due
      *      date is collected once; nothing is sent when nothing is
      *      owed.
      *
      * Both bank files carry a trailer; the run balances the
      * returned-debit file against its own and writes one on the
      * collection file, then prints control totals.
      *
      * Part of the nightly chain - registers on DAYCTL behind
      * CSCBKEXT, the last of the posters before it, and ahead of
      * CSDELINQ (see copy/DAYCTLP.cpy), so a collection is on the
      * ledger, and a return off it, before its due date is judged,
      * and no other poster is writing the ledger alongside it. A
      * returned-debit file that has not landed is treated as empty.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSDDCOLL.jcl.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSDDCOLL.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT DDRETN-FILE ASSIGN TO DDRETN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS DDRETN-STATUS.

           SELECT DDCOLL-FILE ASSIGN TO DDCOLL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS DDCOLL-STATUS.

           SELECT DDMANDT ASSIGN TO DDMANDT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DM-MANDATE-KEY
                  FILE STATUS IS DDMANDT-STATUS.

           SELECT CARDBAL ASSIGN TO CARDBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CB-CARD-KEY
                  FILE STATUS IS CARDBAL-STATUS.

           SELECT CARDLDG ASSIGN TO CARDLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS CARDLDG-STATUS.

           SELECT PAYHMAS ASSIGN TO PAYHMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PH-CUST-NO
                  FILE STATUS IS PAYHMAS-STATUS.

           SELECT BUSCAL ASSIGN TO BUSCAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BC-DATE
                  FILE STATUS IS BUSCAL-STATUS.

           SELECT CTLPARM ASSIGN TO CTLPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT CUSTMAS ASSIGN TO CUSTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUST-NO
                  FILE STATUS IS CUSTMAS-STATUS.

           SELECT CUSTADDR ASSIGN TO CUSTADDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CA-CUST-NO
                  FILE STATUS IS CUSTADDR-STATUS.

           SELECT LTRARCH ASSIGN TO LTRARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LA-LETTER-KEY
                  FILE STATUS IS LTRARCH-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
           COPY DAYCTL.

        FD  DDRETN-FILE.
           COPY DDRETN.

        FD  DDCOLL-FILE.
           COPY DDCOLL.

        FD  DDMANDT.
           COPY DDMANDT.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  PAYHMAS.
           COPY PAYHMAS.

        FD  BUSCAL.
           COPY BUSCAL.

        FD  CTLPARM.
           COPY CTLPARM.

        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  CUSTADDR.
           COPY CUSTADDR.

        FD  LTRARCH.
           COPY LTRARCH.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSDDCOLL'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSDDCOLL'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSDDCOLL'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSCBKEXT'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 DDRETN-STATUS            PIC X(2) VALUE '00'.
       1 DDCOLL-STATUS            PIC X(2) VALUE '00'.
       1 DDMANDT-STATUS           PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 PAYHMAS-STATUS           PIC X(2) VALUE '00'.
       1 BUSCAL-STATUS            PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS          PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-DDRETN            PIC X(1) VALUE 'N'.
       1 END-OF-CARDBAL           PIC X(1) VALUE 'N'.
       1 END-OF-CARD-LEDGER       PIC X(1) VALUE 'N'.
       1 CALENDAR-OPEN            PIC X(1) VALUE 'N'.
       1 RETURN-TRAILER-SEEN      PIC X(1) VALUE 'N'.
       1 MANDATE-CHANGED          PIC X(1) VALUE 'N'.
       1 BALANCE-CHANGED          PIC X(1) VALUE 'N'.

      * How far ahead of the due date the debit goes to the bank,
      * and how many returns cancel a mandate - overridden from
      * CTLPARM's CP-DD-LEAD-BDAYS/CP-DD-MAX-RETURNS when loaded.
       1 DD-LEAD-BDAYS            PIC 9(2) VALUE 3.
       1 DD-MAX-RETURNS           PIC 9(2) VALUE 2.
       1 BDAYS-COUNTED            PIC 9(3) VALUE 0.

      * The ledger row being posted.
       1 POST-TRAN-TYPE           PIC X(8) VALUE SPACES.
       1 POST-DEBIT-CREDIT        PIC X(1) VALUE SPACES.
       1 POST-AMOUNT              PIC 9(7)V99 VALUE 0.
       1 POST-TRAN-DATE           PIC X(8) VALUE SPACES.
       1 POST-SOURCE              PIC X(8) VALUE SPACES.
       1 POST-REFERENCE           PIC X(23) VALUE SPACES.
       1 POST-DESCRIPTION         PIC X(25) VALUE SPACES.
       1 NEXT-POST-SEQ            PIC 9(4) VALUE 0.

      * The collection being built.
       1 PAYMENTS-RECEIVED        PIC S9(7)V99 VALUE 0.
       1 AMOUNT-TO-COLLECT        PIC S9(7)V99 VALUE 0.

      * Calendar stepping - plain Gregorian arithmetic, one day at
      * a time, the way CSCYCCLS counts its business days.
       1 DAY-CURSOR-NUM           PIC 9(8) VALUE 0.
       1 DAY-CURSOR-PARTS REDEFINES DAY-CURSOR-NUM.
         2 DAY-CURSOR-YEAR        PIC 9(4).
         2 DAY-CURSOR-MONTH       PIC 9(2).
         2 DAY-CURSOR-DAY         PIC 9(2).
       1 DAY-CURSOR-X             PIC X(8).
       1 DIM-YEAR                 PIC 9(4) VALUE 0.
       1 DIM-MONTH                PIC 9(2) VALUE 0.
       1 DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       1 LEAP-REMAINDER           PIC 9(4) VALUE 0.
       1 LEAP-QUOTIENT            PIC 9(4) VALUE 0.

       1 TIMESTAMP-WORK           PIC X(26) VALUE SPACES.
       1 LETTER-SEQ               PIC 9(2) VALUE 0.

      * Field-level PII protection - see src/CSCRYPT.cbl.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.

      * The cancellation letter, assembled in the DECISION-LETTER
      * shape (count + fifteen 72 byte lines) LTRARCH carries.
       1 NOTIFY-LETTER.
         2 NL-LINE-COUNT          PIC 9(2).
         2 NL-LINE                PIC X(72) OCCURS 15.

       1 AMOUNT-DISPLAY           PIC Z(6)9.99.
       1 TOTAL-DISPLAY            PIC Z(10)9.99.

       1 RETURN-TOTALS.
         2 RETURNS-READ           PIC 9(7) VALUE 0.
         2 RETURNS-REVERSED       PIC 9(7) VALUE 0.
         2 RETURNS-BEFORE-POSTING PIC 9(7) VALUE 0.
         2 RETURNS-UNMATCHED      PIC 9(7) VALUE 0.
         2 REVERSAL-FAILURES      PIC 9(7) VALUE 0.
         2 DUE-DATES-REOPENED     PIC 9(7) VALUE 0.
         2 MISSES-COUNTED         PIC 9(7) VALUE 0.
         2 PAYHMAS-ROWS-ADDED     PIC 9(7) VALUE 0.
         2 MANDATES-CANCELLED     PIC 9(7) VALUE 0.
         2 RETURN-AMOUNT-READ     PIC 9(11)V99 VALUE 0.
         2 RETURN-AMOUNT-REVERSED PIC 9(11)V99 VALUE 0.
         2 RETURN-TRAILER-COUNT   PIC 9(7) VALUE 0.
         2 RETURN-TRAILER-AMOUNT  PIC 9(11)V99 VALUE 0.

       1 COLLECTION-TOTALS.
         2 ROWS-READ              PIC 9(7) VALUE 0.
         2 MANDATES-FOUND         PIC 9(7) VALUE 0.
         2 COLLECTIONS-POSTED     PIC 9(7) VALUE 0.
         2 POSTING-FAILURES       PIC 9(7) VALUE 0.
         2 COLLECTIONS-SENT       PIC 9(7) VALUE 0.
         2 NOTHING-TO-COLLECT     PIC 9(7) VALUE 0.
         2 COLLECTED-AMOUNT-POSTED PIC 9(11)V99 VALUE 0.
         2 COLLECTION-AMOUNT-SENT PIC 9(11)V99 VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM CHECK-DAY-CONTROL
           IF DAY-CONTROL-OK = 'N'
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           STRING RUN-DATE(1:4) '-' RUN-DATE(5:2) '-' RUN-DATE(7:2)
                  '-' RUN-TIME(1:2) '.' RUN-TIME(3:2) '.'
                  RUN-TIME(5:2) '.000000'
               DELIMITED BY SIZE INTO TIMESTAMP-WORK

           PERFORM READ-CONTROL-PARAMETERS

      * No calendar loaded leaves every day a business day.
           OPEN INPUT BUSCAL
           IF BUSCAL-STATUS = '00'
               MOVE 'Y' TO CALENDAR-OPEN
           END-IF

           OPEN I-O DDMANDT
           OPEN I-O CARDBAL
           OPEN I-O CARDLDG
           OPEN I-O PAYHMAS
           OPEN INPUT CUSTMAS
           OPEN INPUT CUSTADDR
           OPEN I-O LTRARCH
           OPEN OUTPUT DDCOLL-FILE

           PERFORM WORK-RETURNED-DEBIT-FILE

           MOVE LOW-VALUES TO CB-CARD-KEY
           START CARDBAL KEY NOT LESS THAN CB-CARD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-CARDBAL
           END-START

           IF END-OF-CARDBAL = 'N'
               PERFORM READ-NEXT-CARDBAL-ROW
           END-IF
           PERFORM COLLECT-FOR-ONE-CARD
               UNTIL END-OF-CARDBAL = 'Y'

           PERFORM WRITE-COLLECTION-TRAILER

           CLOSE DDMANDT
           CLOSE CARDBAL
           CLOSE CARDLDG
           CLOSE PAYHMAS
           CLOSE CUSTMAS
           CLOSE CUSTADDR
           CLOSE LTRARCH
           CLOSE DDCOLL-FILE
           IF CALENDAR-OPEN = 'Y'
               CLOSE BUSCAL
           END-IF

           PERFORM PRINT-COLLECTION-SUMMARY

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-PARAMETERS.
           MOVE 'DEFAULT ' TO CP-PARM-ID

           OPEN INPUT CTLPARM

           READ CTLPARM
               KEY IS CP-PARM-ID
               INVALID KEY
                   CONTINUE
           END-READ

           IF CTLPARM-STATUS = '00'
               IF CP-DD-LEAD-BDAYS IS NUMERIC
                  AND CP-DD-LEAD-BDAYS > 0
                   MOVE CP-DD-LEAD-BDAYS TO DD-LEAD-BDAYS
               END-IF
               IF CP-DD-MAX-RETURNS IS NUMERIC
                  AND CP-DD-MAX-RETURNS > 0
                   MOVE CP-DD-MAX-RETURNS TO DD-MAX-RETURNS
               END-IF
           END-IF

           CLOSE CTLPARM
           .

      ******************************************************************
      * 1) The bank's returned-debit (unpaid) file.
      ******************************************************************
       WORK-RETURNED-DEBIT-FILE.
           OPEN INPUT DDRETN-FILE

           IF DDRETN-STATUS = '00'
               PERFORM READ-NEXT-RETURNED-DEBIT
               PERFORM WORK-ONE-RETURNED-DEBIT
                   UNTIL END-OF-DDRETN = 'Y'

               CLOSE DDRETN-FILE
               PERFORM CHECK-RETURNED-DEBIT-TRAILER
           ELSE
               DISPLAY 'RETURNED DEBIT FILE NOT AVAILABLE - NO '
                   'RETURNS WORKED'
           END-IF
           .

       READ-NEXT-RETURNED-DEBIT.
           READ DDRETN-FILE
               AT END
                   MOVE 'Y' TO END-OF-DDRETN
           END-READ

           IF DDRETN-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-DDRETN
           END-IF
           .

       WORK-ONE-RETURNED-DEBIT.
           IF DR-IS-TRAILER
               MOVE 'Y'                 TO RETURN-TRAILER-SEEN
               MOVE DR-TRL-RECORD-COUNT TO RETURN-TRAILER-COUNT
               MOVE DR-TRL-AMOUNT-TOTAL TO RETURN-TRAILER-AMOUNT
           ELSE
               ADD 1 TO RETURNS-READ
               ADD DR-AMOUNT TO RETURN-AMOUNT-READ

               MOVE DR-REF-CUST-NO     TO DM-CUST-NO
               MOVE DR-REF-APPL-SEQ-NO TO DM-APPL-SEQ-NO

               READ DDMANDT
                   KEY IS DM-MANDATE-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

      * Only the collection the mandate last sent can come back,
      * and only once.
               IF DDMANDT-STATUS NOT = '00'
                  OR DM-COLL-DUE-DATE NOT = DR-REF-DUE-DATE
                  OR DM-COLL-IS-RETURNED
                   ADD 1 TO RETURNS-UNMATCHED
                   MOVE DR-AMOUNT TO AMOUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RETURN NOT MATCHED: REF ' DR-COLLECTION-REF
                          ' AMOUNT ' AMOUNT-DISPLAY
                          ' REASON ' DR-RETURN-REASON
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               ELSE
                   PERFORM APPLY-RETURNED-DEBIT
               END-IF
           END-IF

           PERFORM READ-NEXT-RETURNED-DEBIT
           .

      * A collection still only SENT never reached the ledger, so
      * there is nothing to reverse - its due date is judged on
      * whatever else was paid.
       APPLY-RETURNED-DEBIT.
           IF DM-COLL-IS-POSTED
               PERFORM REVERSE-COLLECTED-PAYMENT
           ELSE
               ADD 1 TO RETURNS-BEFORE-POSTING
           END-IF

           IF DDMANDT-STATUS = '00'
               MOVE 'RETURNED'       TO DM-COLL-STATUS
               MOVE DR-RETURN-REASON TO DM-LAST-RETURN-REASON
               IF DM-RETURN-COUNT IS NOT NUMERIC
                   MOVE 0 TO DM-RETURN-COUNT
               END-IF
               IF DM-RETURN-COUNT < 99
                   ADD 1 TO DM-RETURN-COUNT
               END-IF

               IF DM-RETURN-COUNT >= DD-MAX-RETURNS
                  AND NOT DM-IS-CANCELLED
                   MOVE 'CANCELLD'       TO DM-STATUS
                   MOVE RUN-DATE         TO DM-CANCEL-DATE
                   MOVE 'RETURNS '       TO DM-CANCEL-REASON
                   MOVE DC-JOB-NAME-SELF TO DM-CHANGED-BY
                   MOVE RUN-DATE         TO DM-CHANGED-DATE
                   ADD 1 TO MANDATES-CANCELLED
                   PERFORM QUEUE-CANCELLATION-LETTER
               END-IF

               REWRITE DDMANDT-RECORD
           END-IF
           .

      * The PAYMENT debit goes on the ledger first and the balance
      * only moves once it is safely written. A failed reversal
      * leaves the mandate untouched, so the next run's copy of the
      * return file can try again.
       REVERSE-COLLECTED-PAYMENT.
           MOVE DM-CUST-NO     TO CB-CUST-NO
           MOVE DM-APPL-SEQ-NO TO CB-APPL-SEQ-NO

           READ CARDBAL
               KEY IS CB-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDBAL-STATUS = '00'
               MOVE 'PAYMENT '            TO POST-TRAN-TYPE
               MOVE 'D'                   TO POST-DEBIT-CREDIT
               MOVE DM-COLL-AMOUNT        TO POST-AMOUNT
               MOVE DR-RETURN-DATE        TO POST-TRAN-DATE
               MOVE 'DDRETURN'            TO POST-SOURCE
               MOVE SPACES                TO POST-REFERENCE
               STRING 'DD ' DR-COLLECTION-REF
                   DELIMITED BY SIZE INTO POST-REFERENCE
               MOVE SPACES                TO POST-DESCRIPTION
               STRING 'DIRECT DEBIT UNPAID ' DR-RETURN-REASON
                   DELIMITED BY SIZE INTO POST-DESCRIPTION
               PERFORM POST-TO-LEDGER
           END-IF

           IF CARDBAL-STATUS = '00'
              AND CARDLDG-STATUS = '00'
               ADD 1 TO RETURNS-REVERSED
               ADD DM-COLL-AMOUNT TO RETURN-AMOUNT-REVERSED
               PERFORM COUNT-RETURN-AS-MISSED
               REWRITE CARDBAL-RECORD
           ELSE
               ADD 1 TO REVERSAL-FAILURES
               MOVE '99' TO DDMANDT-STATUS
               MOVE SPACES TO REPORT-LINE
               STRING 'RETURN NOT REVERSED: REF ' DR-COLLECTION-REF
                      ' CARDBAL ' CARDBAL-STATUS
                      ' CARDLDG ' CARDLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * The due date the collection paid is still the card's and
      * already judged met - open it again, and the CSDELINQ run
      * that follows judges it with the payment gone: the shortfall,
      * late fee and missed payment fall out exactly as for any
      * other miss. Not yet judged, it will be judged tonight anyway.
      * A due date a later close has replaced cannot be judged
      * again, so the missed payment goes straight on PAYHMAS.
       COUNT-RETURN-AS-MISSED.
           EVALUATE TRUE
               WHEN CB-PAYMENT-DUE-DATE = DR-REF-DUE-DATE
                AND CB-DUE-IS-ASSESSED
                   MOVE 'N' TO CB-DUE-ASSESSED
                   ADD 1 TO DUE-DATES-REOPENED
               WHEN CB-PAYMENT-DUE-DATE = DR-REF-DUE-DATE
                   CONTINUE
               WHEN OTHER
                   PERFORM COUNT-MISSED-PAYMENT
                   ADD 1 TO MISSES-COUNTED
           END-EVALUATE
           .

      * One more missed payment on the account's PAYHMAS row - a row
      * is opened for an account the outside feed has never sent.
      * The same update the CSDELINQ run makes.
       COUNT-MISSED-PAYMENT.
           MOVE CB-CUST-NO TO PH-CUST-NO

           READ PAYHMAS
               KEY IS PH-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF PAYHMAS-STATUS = '00'
               IF PH-LEDGER-MISSED IS NOT NUMERIC
                   MOVE 0 TO PH-LEDGER-MISSED
               END-IF
               IF PH-MISSED-PAYMENTS < 999
                   ADD 1 TO PH-MISSED-PAYMENTS
               END-IF
               IF PH-LEDGER-MISSED < 999
                   ADD 1 TO PH-LEDGER-MISSED
               END-IF
               MOVE TIMESTAMP-WORK TO PH-LAST-UPDATED
               REWRITE PAYHMAS-RECORD
           ELSE
               MOVE SPACES         TO PAYHMAS-RECORD
               MOVE CB-CUST-NO     TO PH-CUST-NO
               MOVE 1              TO PH-MISSED-PAYMENTS
               MOVE 1              TO PH-LEDGER-MISSED
               MOVE TIMESTAMP-WORK TO PH-LAST-UPDATED
               MOVE 'N'            TO PH-IN-COLLECTIONS
               WRITE PAYHMAS-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF PAYHMAS-STATUS = '00'
                   ADD 1 TO PAYHMAS-ROWS-ADDED
               END-IF
           END-IF
           .

      * The cardholder hears the mandate has gone the same way they
      * hear about any bank-initiated change - a letter, queued
      * PENDING for the next CSLTRPRT print run.
       QUEUE-CANCELLATION-LETTER.
           MOVE SPACES TO NOTIFY-LETTER
           MOVE 0      TO NL-LINE-COUNT

           MOVE DM-CUST-NO TO CM-CUST-NO

           READ CUSTMAS
               KEY IS CM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUSTMAS-STATUS = '00'
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CM-ENCRYPT-KEY
                   CM-CUST-NAME CRYPT-FIELD-LEN
               MOVE CM-CUST-NAME(1:72) TO NL-LINE (1)
           END-IF

           MOVE DM-CUST-NO TO CA-CUST-NO

           READ CUSTADDR
               KEY IS CA-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUSTADDR-STATUS = '00'
               MOVE 140 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CA-ENCRYPT-KEY
                   CA-ADDR-LINE-1 CRYPT-FIELD-LEN
               MOVE CA-ADDR-LINE-1 TO NL-LINE (2)
               MOVE CA-POSTCODE    TO NL-LINE (3)
           END-IF

           MOVE 'We have cancelled the direct debit that pays your'
               TO NL-LINE (4)
           MOVE SPACES TO NL-LINE (5)
           STRING 'card account, because your bank has returned '
                  DM-RETURN-COUNT
               DELIMITED BY SIZE INTO NL-LINE (5)
           MOVE 'of our collections unpaid. No further collections'
               TO NL-LINE (6)
           MOVE 'will be made. Please pay at least the minimum shown'
               TO NL-LINE (7)
           MOVE 'on your statement another way by its due date, or'
               TO NL-LINE (8)
           MOVE 'contact us to set up a new direct debit.'
               TO NL-LINE (9)
           MOVE 9 TO NL-LINE-COUNT

           ADD 1 TO LETTER-SEQ
           IF LETTER-SEQ > 59
               MOVE 1 TO LETTER-SEQ
           END-IF

           MOVE DM-CUST-NO     TO LA-CUST-NO
           MOVE DM-APPL-SEQ-NO TO LA-APPL-SEQ-NO
           MOVE RUN-DATE       TO LA-LETTER-DATE
           MOVE RUN-TIME       TO LA-LETTER-TIME
           MOVE LETTER-SEQ     TO LA-LETTER-TIME(7:2)
           MOVE 'DDCANCL'      TO LA-APPLICATION-RESULT
           MOVE 'PENDING '     TO LA-DISPATCH-STATUS
           MOVE SPACES         TO LA-PRINTED-DATE
           MOVE NOTIFY-LETTER  TO LA-LETTER-TEXT

           WRITE LTRARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           .

       CHECK-RETURNED-DEBIT-TRAILER.
           IF RETURN-TRAILER-SEEN = 'N'
               DISPLAY 'OUT OF BALANCE: RETURNED DEBIT FILE HAD NO '
                   'TRAILER'
           ELSE
               IF RETURN-TRAILER-COUNT NOT = RETURNS-READ
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: RETURN TRAILER COUNT '
                          RETURN-TRAILER-COUNT ' READ ' RETURNS-READ
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
               IF RETURN-TRAILER-AMOUNT NOT = RETURN-AMOUNT-READ
                   MOVE RETURN-TRAILER-AMOUNT TO TOTAL-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: RETURN TRAILER AMOUNT '
                          TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      * 2) and 3) - every card position with a mandate.
      ******************************************************************
       READ-NEXT-CARDBAL-ROW.
           READ CARDBAL NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CARDBAL
           END-READ

           IF CARDBAL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CARDBAL
           END-IF
           .

       COLLECT-FOR-ONE-CARD.
           ADD 1 TO ROWS-READ
           MOVE 'N' TO MANDATE-CHANGED
           MOVE 'N' TO BALANCE-CHANGED

           MOVE CB-CUST-NO     TO DM-CUST-NO
           MOVE CB-APPL-SEQ-NO TO DM-APPL-SEQ-NO

           READ DDMANDT
               KEY IS DM-MANDATE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF DDMANDT-STATUS = '00'
               ADD 1 TO MANDATES-FOUND

               IF DM-COLL-IS-SENT
                  AND DM-COLL-DUE-DATE <= RUN-DATE
                   PERFORM POST-COLLECTED-PAYMENT
               END-IF

               IF DM-IS-ACTIVE
                  AND CB-PAYMENT-DUE-DATE NOT = SPACES
                  AND CB-PAYMENT-DUE-DATE > RUN-DATE
                  AND NOT CB-DUE-IS-ASSESSED
                  AND DM-COLL-DUE-DATE NOT = CB-PAYMENT-DUE-DATE
                   PERFORM QUEUE-COLLECTION-IF-DUE
               END-IF

               IF MANDATE-CHANGED = 'Y'
                   REWRITE DDMANDT-RECORD
               END-IF
               IF BALANCE-CHANGED = 'Y'
                   REWRITE CARDBAL-RECORD
               END-IF
           END-IF

           PERFORM READ-NEXT-CARDBAL-ROW
           .

      * The bank takes the money on the due date - it goes on the
      * ledger as the cardholder's payment that night.
       POST-COLLECTED-PAYMENT.
           MOVE 'PAYMENT '            TO POST-TRAN-TYPE
           MOVE 'C'                   TO POST-DEBIT-CREDIT
           MOVE DM-COLL-AMOUNT        TO POST-AMOUNT
           MOVE DM-COLL-DUE-DATE      TO POST-TRAN-DATE
           MOVE 'DIRDEBIT'            TO POST-SOURCE
           MOVE SPACES                TO POST-REFERENCE
           STRING 'DD ' DM-CUST-NO DM-APPL-SEQ-NO DM-COLL-DUE-DATE
               DELIMITED BY SIZE INTO POST-REFERENCE
           MOVE 'PAYMENT - DIRECT DEBIT'  TO POST-DESCRIPTION
           PERFORM POST-TO-LEDGER

           IF CARDLDG-STATUS = '00'
               MOVE 'POSTED  ' TO DM-COLL-STATUS
               MOVE 'Y' TO MANDATE-CHANGED
               MOVE 'Y' TO BALANCE-CHANGED
               ADD 1 TO COLLECTIONS-POSTED
               ADD DM-COLL-AMOUNT TO COLLECTED-AMOUNT-POSTED
           ELSE
               ADD 1 TO POSTING-FAILURES
               MOVE DM-COLL-AMOUNT TO AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'COLLECTION NOT POSTED: ACCT ' DM-CUST-NO
                      ' SEQ ' DM-APPL-SEQ-NO
                      ' AMOUNT ' AMOUNT-DISPLAY
                      ' STATUS ' CARDLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * Is the due date within the lead window? Business days are
      * counted from tomorrow up to and including the due date,
      * giving up as soon as the count passes the lead.
       QUEUE-COLLECTION-IF-DUE.
           MOVE RUN-DATE TO DAY-CURSOR-NUM
           MOVE RUN-DATE TO DAY-CURSOR-X
           MOVE 0 TO BDAYS-COUNTED
           PERFORM COUNT-ONE-LEAD-DAY
               UNTIL DAY-CURSOR-X = CB-PAYMENT-DUE-DATE
                  OR BDAYS-COUNTED > DD-LEAD-BDAYS

           IF BDAYS-COUNTED <= DD-LEAD-BDAYS
               PERFORM SET-AMOUNT-TO-COLLECT
               IF AMOUNT-TO-COLLECT > 0
                   PERFORM WRITE-COLLECTION-ITEM
               ELSE
                   ADD 1 TO NOTHING-TO-COLLECT
               END-IF
           END-IF
           .

       COUNT-ONE-LEAD-DAY.
           PERFORM STEP-DAY-CURSOR-ONE-DAY
           MOVE DAY-CURSOR-NUM TO DAY-CURSOR-X

           IF CALENDAR-OPEN = 'Y'
               MOVE DAY-CURSOR-X TO BC-DATE
               READ BUSCAL
                   KEY IS BC-DATE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF BUSCAL-STATUS = '00' AND NOT BC-IS-BUSINESS
                   CONTINUE
               ELSE
                   ADD 1 TO BDAYS-COUNTED
               END-IF
           ELSE
               ADD 1 TO BDAYS-COUNTED
           END-IF
           .

      * The minimum, or the statement balance, less what has been
      * paid since the statement - so a cardholder who has already
      * paid is not charged twice.
       SET-AMOUNT-TO-COLLECT.
           IF CB-MINIMUM-DUE IS NOT NUMERIC
               MOVE 0 TO CB-MINIMUM-DUE
           END-IF

           IF DM-PAYS-FULL
               MOVE CB-CYCLE-CLOSE-BALANCE TO AMOUNT-TO-COLLECT
           ELSE
               MOVE CB-MINIMUM-DUE TO AMOUNT-TO-COLLECT
           END-IF

           MOVE 0 TO PAYMENTS-RECEIVED
           PERFORM START-CARD-LEDGER-WALK
           PERFORM COUNT-ONE-LEDGER-ROW
               UNTIL END-OF-CARD-LEDGER = 'Y'

           SUBTRACT PAYMENTS-RECEIVED FROM AMOUNT-TO-COLLECT
           .

       START-CARD-LEDGER-WALK.
           MOVE 'N'                TO END-OF-CARD-LEDGER
           MOVE CB-CUST-NO         TO LG-CUST-NO
           MOVE CB-APPL-SEQ-NO     TO LG-APPL-SEQ-NO
           MOVE CB-LAST-CYCLE-DATE TO LG-POST-DATE
           MOVE 9999               TO LG-POST-SEQ

           START CARDLDG KEY > LG-LEDGER-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-CARD-LEDGER
           END-START

           IF END-OF-CARD-LEDGER = 'N'
               PERFORM READ-NEXT-CARD-LEDGER-ROW
           END-IF
           .

       READ-NEXT-CARD-LEDGER-ROW.
           READ CARDLDG NEXT
               AT END
                   MOVE 'Y' TO END-OF-CARD-LEDGER
           END-READ

           IF CARDLDG-STATUS NOT = '00'
              OR LG-CUST-NO NOT = CB-CUST-NO
              OR LG-APPL-SEQ-NO NOT = CB-APPL-SEQ-NO
               MOVE 'Y' TO END-OF-CARD-LEDGER
           END-IF
           .

      * A PAYMENT debit is an earlier payment reversed.
       COUNT-ONE-LEDGER-ROW.
           IF LG-TRAN-TYPE = 'PAYMENT '
               IF LG-IS-CREDIT
                   ADD LG-AMOUNT TO PAYMENTS-RECEIVED
               ELSE
                   SUBTRACT LG-AMOUNT FROM PAYMENTS-RECEIVED
               END-IF
           END-IF

           PERFORM READ-NEXT-CARD-LEDGER-ROW
           .

       WRITE-COLLECTION-ITEM.
           MOVE SPACES              TO DDCOLL-RECORD
           MOVE 'D'                 TO DD-RECORD-TYPE
           MOVE CB-CUST-NO          TO DD-REF-CUST-NO
           MOVE CB-APPL-SEQ-NO      TO DD-REF-APPL-SEQ-NO
           MOVE CB-PAYMENT-DUE-DATE TO DD-REF-DUE-DATE
           MOVE DM-SORT-CODE        TO DD-SORT-CODE
           MOVE DM-BANK-ACCOUNT     TO DD-BANK-ACCOUNT
           MOVE AMOUNT-TO-COLLECT   TO DD-AMOUNT
           MOVE CB-PAYMENT-DUE-DATE TO DD-COLLECT-DATE

           WRITE DDCOLL-RECORD

           MOVE CB-PAYMENT-DUE-DATE TO DM-COLL-DUE-DATE
           MOVE AMOUNT-TO-COLLECT   TO DM-COLL-AMOUNT
           MOVE 'SENT    '          TO DM-COLL-STATUS
           MOVE RUN-DATE            TO DM-COLL-SENT-DATE
           MOVE 'Y' TO MANDATE-CHANGED

           ADD 1 TO COLLECTIONS-SENT
           ADD AMOUNT-TO-COLLECT TO COLLECTION-AMOUNT-SENT
           .

       WRITE-COLLECTION-TRAILER.
           MOVE SPACES                 TO DDCOLL-TRAILER-RECORD
           MOVE 'T'                    TO DD-TRL-RECORD-TYPE
           MOVE COLLECTIONS-SENT       TO DD-TRL-RECORD-COUNT
           MOVE COLLECTION-AMOUNT-SENT TO DD-TRL-AMOUNT-TOTAL

           WRITE DDCOLL-TRAILER-RECORD
           .

      ******************************************************************
      * The ledger row posts dated tonight, sequenced after the last
      * row on the card's ledger - the same way CSPOSTNG posts. The
      * balance held in CARDBAL-RECORD only moves once the ledger
      * row is safely written; the caller rewrites it.
      ******************************************************************
       POST-TO-LEDGER.
           IF CB-LAST-POST-DATE = RUN-DATE
               COMPUTE NEXT-POST-SEQ = CB-LAST-POST-SEQ + 1
           ELSE
               MOVE 1 TO NEXT-POST-SEQ
           END-IF

           MOVE SPACES              TO CARDLDG-RECORD
           MOVE CB-CUST-NO          TO LG-CUST-NO
           MOVE CB-APPL-SEQ-NO      TO LG-APPL-SEQ-NO
           MOVE RUN-DATE            TO LG-POST-DATE
           MOVE NEXT-POST-SEQ       TO LG-POST-SEQ
           MOVE POST-TRAN-TYPE      TO LG-TRAN-TYPE
           MOVE POST-DEBIT-CREDIT   TO LG-DEBIT-CREDIT
           MOVE POST-AMOUNT         TO LG-AMOUNT
           MOVE POST-TRAN-DATE      TO LG-TRAN-DATE
           MOVE POST-SOURCE         TO LG-SOURCE
           MOVE POST-REFERENCE      TO LG-REFERENCE
           MOVE POST-DESCRIPTION    TO LG-DESCRIPTION
           IF POST-DEBIT-CREDIT = 'D'
               COMPUTE LG-BALANCE-AFTER =
                   CB-CURRENT-BALANCE + POST-AMOUNT
           ELSE
               COMPUTE LG-BALANCE-AFTER =
                   CB-CURRENT-BALANCE - POST-AMOUNT
           END-IF
           MOVE DC-JOB-NAME-SELF    TO LG-POSTED-BY

           WRITE CARDLDG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF CARDLDG-STATUS = '00'
               MOVE LG-BALANCE-AFTER TO CB-CURRENT-BALANCE
               MOVE RUN-DATE         TO CB-LAST-POST-DATE
               MOVE NEXT-POST-SEQ    TO CB-LAST-POST-SEQ
           END-IF
           .

      ******************************************************************
      * Calendar arithmetic.
      ******************************************************************
       STEP-DAY-CURSOR-ONE-DAY.
           MOVE DAY-CURSOR-YEAR  TO DIM-YEAR
           MOVE DAY-CURSOR-MONTH TO DIM-MONTH
           PERFORM SET-DAYS-IN-MONTH

           IF DAY-CURSOR-DAY < DAYS-IN-MONTH
               ADD 1 TO DAY-CURSOR-DAY
           ELSE
               MOVE 1 TO DAY-CURSOR-DAY
               IF DAY-CURSOR-MONTH = 12
                   MOVE 1 TO DAY-CURSOR-MONTH
                   ADD 1 TO DAY-CURSOR-YEAR
               ELSE
                   ADD 1 TO DAY-CURSOR-MONTH
               END-IF
           END-IF
           .

       SET-DAYS-IN-MONTH.
           EVALUATE DIM-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   DIVIDE DIM-YEAR BY 4
                       GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       MOVE 29 TO DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE
           .

       PRINT-COLLECTION-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNED DEBITS READ:     ' RETURNS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNS REVERSED:         ' RETURNS-REVERSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNED BEFORE POSTING:  ' RETURNS-BEFORE-POSTING
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNS NOT MATCHED:      ' RETURNS-UNMATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNS NOT REVERSED:     ' REVERSAL-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE RETURN-AMOUNT-REVERSED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT REVERSED:          ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DUE DATES REOPENED:       ' DUE-DATES-REOPENED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MISSED PAYMENTS COUNTED:  ' MISSES-COUNTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PAYHMAS ROWS OPENED:      ' PAYHMAS-ROWS-ADDED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MANDATES CANCELLED:       ' MANDATES-CANCELLED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '----------------------------------------------'
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDBAL ROWS READ:        ' ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MANDATES ON FILE:         ' MANDATES-FOUND
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'COLLECTIONS POSTED:       ' COLLECTIONS-POSTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE COLLECTED-AMOUNT-POSTED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT POSTED:            ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'COLLECTIONS NOT POSTED:   ' POSTING-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'COLLECTIONS SENT:         ' COLLECTIONS-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE COLLECTION-AMOUNT-SENT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT SENT:              ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NOTHING LEFT TO COLLECT:  ' NOTHING-TO-COLLECT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-READ =
               RETURNS-READ + ROWS-READ
           COMPUTE RUN-LOG-WRITTEN =
               COLLECTIONS-POSTED + COLLECTIONS-SENT
           COMPUTE RUN-LOG-REJECTED =
               RETURNS-UNMATCHED + REVERSAL-FAILURES + POSTING-FAILURES
           .

       COPY RUNLOGP.

       END PROGRAM 'CSDDCOLL'.
