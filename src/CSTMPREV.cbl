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
      *  CSTMPREV
      *
      * Temporary credit limit reversion run. ACLI grants a temporary
      * increase for a set number of days and records on TEMPLIM the
      * limit it raised the position from and the day it ends (see
      * copy/TEMPLIM.cpy); this job is what makes "temporary" true.
      * It walks TEMPLIM nightly and, for every live row:
      *
      *   - once the end date is within CP-TEMP-LIMIT-REMIND-DAYS
      *     (off CTLPARM; the built-in default below applies when no
      *     record is loaded) and no reminder has gone, queues the
      *     reminder letter straight onto LTRARCH as a PENDING letter
      *     (result TLREMND) for the night's CSLTRPRT print run,
      *     built from the cache row's own identity the way CSPROMEX
      *     builds its notice;
      *   - on or after the end date puts CC-CREDIT-LIMIT-AMOUNT back
      *     to TL-ORIGINAL-LIMIT - a limit already brought below it
      *     since (a portfolio review, say) is left where it is - and
      *     marks the row reverted with the limit it ended on;
      *   - compares the card's CARDBAL balance with the reverted
      *     limit and, where the card now owes more, flags the row
      *     and writes one record on the TLOVEXT over-limit extract
      *     for the collections team, with the identity off the
      *     cache row and the amount over.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSTMPREV.jcl. Schedule nightly after CSPOSTNG, so the
      * balances are the night's, and ahead of the CSAUTHFD FULL
      * feed and CSLTRPRT, so the switch hears the reverted limits
      * and the reminders print the same night.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSTMPREV.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT TEMPLIM ASSIGN TO TEMPLIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TL-LIMIT-KEY
                  FILE STATUS IS TEMPLIM-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT CARDBAL ASSIGN TO CARDBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CB-CARD-KEY
                  FILE STATUS IS CARDBAL-STATUS.

           SELECT CTLPARM ASSIGN TO CTLPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT LTRARCH ASSIGN TO LTRARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LA-LETTER-KEY
                  FILE STATUS IS LTRARCH-STATUS.

           SELECT OVER-LIMIT-EXTRACT ASSIGN TO TLOVEXT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS TLOVEXT-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  TEMPLIM.
           COPY TEMPLIM.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CTLPARM.
           COPY CTLPARM.

        FD  LTRARCH.
           COPY LTRARCH.

        FD  OVER-LIMIT-EXTRACT.
        01  OVER-LIMIT-RECORD.
            05  OL-CUST-NO          PIC X(8).
            05  OL-APPL-SEQ-NO      PIC 9(1).
            05  OL-CUSTOMER-NAME    PIC X(80).
            05  OL-ADDR-LINE-1      PIC X(30).
            05  OL-CITY             PIC X(20).
            05  OL-POSTCODE         PIC X(10).
            05  OL-TEMPORARY-LIMIT  PIC 9(7).
            05  OL-REVERTED-LIMIT   PIC 9(7).
            05  OL-CURRENT-BALANCE  PIC S9(7)V99.
            05  OL-AMOUNT-OVER      PIC 9(7)V99.
            05  OL-REVERTED-DATE    PIC X(8).
            05  FILLER              PIC X(11).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSTMPREV'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSTMPREV'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 TEMPLIM-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS           PIC X(2) VALUE '00'.
       1 TLOVEXT-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-TEMPLIM           PIC X(1) VALUE 'N'.

       1 REMIND-DAYS              PIC 9(3) VALUE 7.

       1 RUN-DATE                 PIC X(8).
       1 RUN-TIME-RAW             PIC X(8).
       1 LETTER-TIME              PIC X(8).
       1 LETTER-SEQ               PIC 9(3) VALUE 0.

      * A live row whose end date falls on or before the reminder
      * date is due its reminder - the run date stepped forward
      * REMIND-DAYS calendar days. Plain Gregorian carry arithmetic,
      * one day at a time; the count is three digits at most.
       1 REMIND-DATE-NUM          PIC 9(8) VALUE 0.
       1 REMIND-DATE-PARTS REDEFINES REMIND-DATE-NUM.
         2 REMIND-YEAR            PIC 9(4).
         2 REMIND-MONTH           PIC 9(2).
         2 REMIND-DAY             PIC 9(2).
       1 REMIND-DATE-X            PIC X(8).
       1 DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       1 LEAP-REMAINDER           PIC 9(4) VALUE 0.
       1 LEAP-QUOTIENT            PIC 9(4) VALUE 0.

       1 REVERTED-LIMIT           PIC 9(7) VALUE 0.
       1 CARD-BALANCE             PIC S9(7)V99 VALUE 0.
       1 LIMIT-DISPLAY            PIC Z,ZZZ,ZZ9.
       1 BALANCE-DISPLAY          PIC -,---,--9.99.
       1 END-DATE-DISPLAY         PIC X(10) VALUE SPACES.

      * Field-level PII protection - see src/CSCRYPT.cbl. The cache
      * row's PII is decrypted under the key named on it before the
      * reminder or the extract record is built.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.
       1 LETTER-NAME              PIC X(80) VALUE SPACES.
       1 LETTER-ADDRESS.
         2 LETTER-ADDR-LINE-1     PIC X(30).
         2 LETTER-ADDR-LINE-2     PIC X(30).
         2 LETTER-ADDR-LINE-3     PIC X(30).
         2 LETTER-CITY            PIC X(20).
         2 LETTER-REGION          PIC X(20).
         2 LETTER-POSTCODE        PIC X(10).
         2 LETTER-COUNTRY         PIC X(2).
         2 LETTER-ADDR-VERIFIED   PIC X(1).

       COPY DECLTR.

       1 REVERSION-TOTALS.
         2 ROWS-READ              PIC 9(7) VALUE 0.
         2 LIVE-INCREASES         PIC 9(7) VALUE 0.
         2 REMINDERS-QUEUED       PIC 9(7) VALUE 0.
         2 LIMITS-REVERTED        PIC 9(7) VALUE 0.
         2 ALREADY-BELOW-ORIGINAL PIC 9(7) VALUE 0.
         2 POSITIONS-MISSING      PIC 9(7) VALUE 0.
         2 CARDS-OVER-LIMIT       PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-RAW FROM TIME

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM COMPUTE-REMIND-DATE

           MOVE SPACES TO REPORT-LINE
           STRING 'TEMPORARY LIMIT REVERSION - RUN ' RUN-DATE
                  ' REMIND TO ' REMIND-DATE-X
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           OPEN I-O TEMPLIM
           OPEN I-O CSCACHE
           OPEN INPUT CARDBAL
           OPEN I-O LTRARCH
           OPEN OUTPUT OVER-LIMIT-EXTRACT

           PERFORM READ-NEXT-TEMPLIM-ROW
           PERFORM WORK-ONE-INCREASE
               UNTIL END-OF-TEMPLIM = 'Y'

           CLOSE TEMPLIM
           CLOSE CSCACHE
           CLOSE CARDBAL
           CLOSE LTRARCH
           CLOSE OVER-LIMIT-EXTRACT

           PERFORM PRINT-REVERSION-SUMMARY

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
              AND CP-TEMP-LIMIT-REMIND-DAYS IS NUMERIC
              AND CP-TEMP-LIMIT-REMIND-DAYS > 0
               MOVE CP-TEMP-LIMIT-REMIND-DAYS TO REMIND-DAYS
           END-IF

           CLOSE CTLPARM
           .

       COMPUTE-REMIND-DATE.
           MOVE RUN-DATE TO REMIND-DATE-X
           MOVE REMIND-DATE-X(1:4) TO REMIND-YEAR
           MOVE REMIND-DATE-X(5:2) TO REMIND-MONTH
           MOVE REMIND-DATE-X(7:2) TO REMIND-DAY

           PERFORM STEP-REMIND-DATE-ON-ONE-DAY REMIND-DAYS TIMES

           MOVE REMIND-DATE-NUM TO REMIND-DATE-X
           .

       STEP-REMIND-DATE-ON-ONE-DAY.
           PERFORM SET-DAYS-IN-REMIND-MONTH

           IF REMIND-DAY < DAYS-IN-MONTH
               ADD 1 TO REMIND-DAY
           ELSE
               MOVE 1 TO REMIND-DAY
               IF REMIND-MONTH = 12
                   MOVE 1 TO REMIND-MONTH
                   ADD 1 TO REMIND-YEAR
               ELSE
                   ADD 1 TO REMIND-MONTH
               END-IF
           END-IF
           .

       SET-DAYS-IN-REMIND-MONTH.
           EVALUATE REMIND-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   DIVIDE REMIND-YEAR BY 4
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

       READ-NEXT-TEMPLIM-ROW.
           READ TEMPLIM NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-TEMPLIM
           END-READ
           .

      * REWRITE acts on the row just read, since TEMPLIM is open
      * I-O in sequential access.
       WORK-ONE-INCREASE.
           ADD 1 TO ROWS-READ

           IF TL-INCREASE-LIVE
               ADD 1 TO LIVE-INCREASES
               EVALUATE TRUE
                   WHEN TL-END-DATE <= RUN-DATE
                       PERFORM REVERT-THE-INCREASE
                   WHEN TL-END-DATE <= REMIND-DATE-X
                    AND TL-REMINDER-DATE = SPACES
                       PERFORM SEND-THE-REMINDER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM READ-NEXT-TEMPLIM-ROW
           .

       SEND-THE-REMINDER.
           PERFORM READ-CACHED-POSITION

           IF CSCACHE-STATUS = '00'
               PERFORM QUEUE-REMINDER-LETTER
           ELSE
               ADD 1 TO POSITIONS-MISSING
           END-IF

      * Stamped even when the position has gone, so a row with
      * nothing to remind about is not retried every night.
           MOVE RUN-DATE TO TL-REMINDER-DATE
           REWRITE TEMPLIM-RECORD
           .

      * The limit goes back to what it was before the increase. A
      * position whose limit has already been brought below that
      * since keeps the lower figure - reversion never raises a
      * limit.
       REVERT-THE-INCREASE.
           PERFORM READ-CACHED-POSITION

           IF CSCACHE-STATUS NOT = '00'
               ADD 1 TO POSITIONS-MISSING
               MOVE 0 TO REVERTED-LIMIT
               MOVE SPACES TO REPORT-LINE
               STRING 'POSITION GONE - NOTHING TO REVERT: '
                      TL-CUST-NO ' SEQ ' TL-APPL-SEQ-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           ELSE
               IF CC-CREDIT-LIMIT-AMOUNT > TL-ORIGINAL-LIMIT
                   MOVE TL-ORIGINAL-LIMIT TO CC-CREDIT-LIMIT-AMOUNT
                   REWRITE CSCACHE-RECORD
                   ADD 1 TO LIMITS-REVERTED
               ELSE
                   ADD 1 TO ALREADY-BELOW-ORIGINAL
               END-IF
               MOVE CC-CREDIT-LIMIT-AMOUNT TO REVERTED-LIMIT

               MOVE SPACES TO REPORT-LINE
               STRING 'REVERTED: ACCT ' TL-CUST-NO
                      ' SEQ ' TL-APPL-SEQ-NO
                      ' FROM ' TL-TEMPORARY-LIMIT
                      ' TO ' REVERTED-LIMIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF

           PERFORM READ-CARD-BALANCE

           MOVE 'R'            TO TL-STATUS
           MOVE RUN-DATE       TO TL-REVERTED-DATE
           MOVE REVERTED-LIMIT TO TL-REVERTED-LIMIT
           MOVE CARD-BALANCE   TO TL-BALANCE-AT-REVERSION
           MOVE 'N'            TO TL-OVER-LIMIT-FLAG

           IF CSCACHE-STATUS = '00'
              AND CARD-BALANCE > REVERTED-LIMIT
               MOVE 'Y' TO TL-OVER-LIMIT-FLAG
               PERFORM FLAG-FOR-COLLECTIONS
           END-IF

           REWRITE TEMPLIM-RECORD
           .

       READ-CACHED-POSITION.
           MOVE TL-CUST-NO     TO CC-CUST-NO
           MOVE TL-APPL-SEQ-NO TO CC-APPL-SEQ-NO

           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           .

      * No CARDBAL row means nothing has ever posted to the card - a
      * zero balance, never over any limit.
       READ-CARD-BALANCE.
           MOVE 0 TO CARD-BALANCE
           MOVE TL-CUST-NO     TO CB-CUST-NO
           MOVE TL-APPL-SEQ-NO TO CB-APPL-SEQ-NO

           READ CARDBAL
               KEY IS CB-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDBAL-STATUS = '00'
               MOVE CB-CURRENT-BALANCE TO CARD-BALANCE
           END-IF
           .

      * The card owes more than the limit it has just gone back to -
      * the collections team work it from the extract, identity
      * decrypted under the key named on the cache row.
       FLAG-FOR-COLLECTIONS.
           ADD 1 TO CARDS-OVER-LIMIT

           PERFORM DECRYPT-CACHED-IDENTITY

           MOVE SPACES             TO OVER-LIMIT-RECORD
           MOVE TL-CUST-NO         TO OL-CUST-NO
           MOVE TL-APPL-SEQ-NO     TO OL-APPL-SEQ-NO
           MOVE LETTER-NAME        TO OL-CUSTOMER-NAME
           MOVE LETTER-ADDR-LINE-1 TO OL-ADDR-LINE-1
           MOVE LETTER-CITY        TO OL-CITY
           MOVE LETTER-POSTCODE    TO OL-POSTCODE
           MOVE TL-TEMPORARY-LIMIT TO OL-TEMPORARY-LIMIT
           MOVE REVERTED-LIMIT     TO OL-REVERTED-LIMIT
           MOVE CARD-BALANCE       TO OL-CURRENT-BALANCE
           COMPUTE OL-AMOUNT-OVER = CARD-BALANCE - REVERTED-LIMIT
           MOVE RUN-DATE           TO OL-REVERTED-DATE

           WRITE OVER-LIMIT-RECORD

           MOVE CARD-BALANCE TO BALANCE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'OVER REVERTED LIMIT: ACCT ' TL-CUST-NO
                  ' SEQ ' TL-APPL-SEQ-NO
                  ' BALANCE ' BALANCE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       DECRYPT-CACHED-IDENTITY.
           MOVE CC-CUSTOMER-NAME         TO LETTER-NAME
           MOVE CC-CUSTOMER-ADDRESS-DATA TO LETTER-ADDRESS

           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
               LETTER-NAME CRYPT-FIELD-LEN
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
               LETTER-ADDRESS CRYPT-FIELD-LEN
           .

      * The reminder, archived PENDING for the night's CSLTRPRT run.
      * The letter time takes a per-row sequence suffix so two
      * letters generated the same second never collide on the
      * archive key.
       QUEUE-REMINDER-LETTER.
           PERFORM DECRYPT-CACHED-IDENTITY

           MOVE SPACES TO DECISION-LETTER
           MOVE LETTER-NAME        TO DL-LINE-01
           MOVE LETTER-ADDR-LINE-1 TO DL-LINE-02
           MOVE LETTER-ADDR-LINE-2 TO DL-LINE-03
           MOVE LETTER-POSTCODE    TO DL-LINE-04
           STRING RUN-DATE(1:4) '-' RUN-DATE(5:2) '-' RUN-DATE(7:2)
               DELIMITED BY SIZE INTO DL-LINE-05

           MOVE 'Dear ' TO DL-LINE-06
           MOVE SPACES TO END-DATE-DISPLAY
           STRING TL-END-DATE(1:4) '-' TL-END-DATE(5:2) '-'
                  TL-END-DATE(7:2)
               DELIMITED BY SIZE INTO END-DATE-DISPLAY
           STRING 'The temporary increase to your credit limit ends on '
                  END-DATE-DISPLAY '.'
               DELIMITED BY SIZE INTO DL-LINE-07
           MOVE TL-ORIGINAL-LIMIT TO LIMIT-DISPLAY
           STRING 'From that date your credit limit returns to '
                  LIMIT-DISPLAY '.'
               DELIMITED BY SIZE INTO DL-LINE-08
           MOVE 'If your balance is then above that limit, please make'
               TO DL-LINE-09
           MOVE 'a payment to bring it back within the limit.'
               TO DL-LINE-10
           MOVE 10 TO DL-LINE-COUNT

           MOVE TL-CUST-NO     TO LA-CUST-NO
           MOVE TL-APPL-SEQ-NO TO LA-APPL-SEQ-NO
           MOVE RUN-DATE       TO LA-LETTER-DATE

           ADD 1 TO LETTER-SEQ
           MOVE SPACES TO LETTER-TIME
           STRING RUN-TIME-RAW(1:4) ':' LETTER-SEQ
               DELIMITED BY SIZE INTO LETTER-TIME
           MOVE LETTER-TIME    TO LA-LETTER-TIME

           MOVE 'TLREMND'      TO LA-APPLICATION-RESULT
           MOVE 'PENDING '     TO LA-DISPATCH-STATUS
           MOVE SPACES         TO LA-PRINTED-DATE
           MOVE DECISION-LETTER TO LA-LETTER-TEXT

           WRITE LTRARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF LTRARCH-STATUS = '00'
               ADD 1 TO REMINDERS-QUEUED
           END-IF
           .

       PRINT-REVERSION-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'TEMPLIM ROWS READ:        ' ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LIVE INCREASES FOUND:     ' LIVE-INCREASES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REMINDERS QUEUED:         ' REMINDERS-QUEUED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LIMITS REVERTED:          ' LIMITS-REVERTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ALREADY AT/BELOW ORIGINAL:' ALREADY-BELOW-ORIGINAL
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITIONS MISSING:        ' POSITIONS-MISSING
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OVER LIMIT - COLLECTIONS: ' CARDS-OVER-LIMIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           MOVE REMINDERS-QUEUED TO RUN-LOG-WRITTEN
           MOVE POSITIONS-MISSING TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSTMPREV'.
