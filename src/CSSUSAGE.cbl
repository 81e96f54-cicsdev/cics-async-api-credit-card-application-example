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
      *  CSSUSAGE
      *
      * Daily payment suspense aging report for finance. Every
      * payment the CSPOSTNG run could not put on a card sits OPEN
      * on the PAYSUSP suspense file (see copy/PAYSUSP.cpy) until a
      * clerk applies or returns it through PSUS (see
      * src/CSPAYSUS.cbl) - and until then it is cardholder money
      * on our books against nobody's account. This job walks the
      * whole suspense file and reports:
      *
      *   - every OPEN item: id, age band, reason, channel, amount
      *     and the payer - oldest first, the order the file reads;
      *   - the OPEN items counted and totalled per age band, by
      *     calendar days since the item went into suspense:
      *     0-2, 3-7, 8-14, 15-30 and over 30 days;
      *   - the OPEN items counted per suspense reason;
      *   - what the clerks closed today - applied and marked for
      *     return, with amounts - so the day's movement in the
      *     suspense balance can be ticked off.
      *
      * Read-only. Schedule daily after CSPOSTNG, so the night's new
      * items are in. This is a batch program (no CICS) driven by
      * JCL - see jcl/CSSUSAGE.jcl.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSSUSAGE.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PAYSUSP ASSIGN TO PAYSUSP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PS-SUSPENSE-KEY
                  FILE STATUS IS PAYSUSP-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  PAYSUSP.
           COPY PAYSUSP.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSSUSAGE'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSSUSAGE'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 PAYSUSP-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-PAYSUSP           PIC X(1) VALUE 'N'.

       1 RUN-DATE                 PIC X(8).

      * The band boundaries are today's date stepped back 3, 8, 15
      * and 31 calendar days - an item that went into suspense on
      * or before a boundary is at least that many days old. Plain
      * Gregorian borrow arithmetic, one day at a time.
       1 CUTOFF-DATE-NUM          PIC 9(8) VALUE 0.
       1 CUTOFF-DATE-PARTS REDEFINES CUTOFF-DATE-NUM.
         2 CUTOFF-YEAR            PIC 9(4).
         2 CUTOFF-MONTH           PIC 9(2).
         2 CUTOFF-DAY             PIC 9(2).
       1 CUTOFF-DATE-X            PIC X(8).
       1 DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       1 LEAP-REMAINDER           PIC 9(4) VALUE 0.
       1 LEAP-QUOTIENT            PIC 9(4) VALUE 0.
       1 DAYS-STEPPED             PIC 9(3) VALUE 0.
       1 AGE-3-DAYS-DATE          PIC X(8) VALUE SPACES.
       1 AGE-8-DAYS-DATE          PIC X(8) VALUE SPACES.
       1 AGE-15-DAYS-DATE         PIC X(8) VALUE SPACES.
       1 AGE-31-DAYS-DATE         PIC X(8) VALUE SPACES.
       1 AGE-BAND                 PIC X(8) VALUE SPACES.

       1 AMOUNT-DISPLAY           PIC Z(6)9.99.
       1 TOTAL-DISPLAY            PIC Z(10)9.99.

       1 AGING-TOTALS.
         2 ITEMS-READ             PIC 9(7) VALUE 0.
         2 OPEN-ITEMS             PIC 9(7) VALUE 0.
         2 OPEN-AMOUNT            PIC 9(11)V99 VALUE 0.
         2 BAND-0-2-COUNT         PIC 9(7) VALUE 0.
         2 BAND-0-2-AMOUNT        PIC 9(11)V99 VALUE 0.
         2 BAND-3-7-COUNT         PIC 9(7) VALUE 0.
         2 BAND-3-7-AMOUNT        PIC 9(11)V99 VALUE 0.
         2 BAND-8-14-COUNT        PIC 9(7) VALUE 0.
         2 BAND-8-14-AMOUNT       PIC 9(11)V99 VALUE 0.
         2 BAND-15-30-COUNT       PIC 9(7) VALUE 0.
         2 BAND-15-30-AMOUNT      PIC 9(11)V99 VALUE 0.
         2 BAND-OVER-30-COUNT     PIC 9(7) VALUE 0.
         2 BAND-OVER-30-AMOUNT    PIC 9(11)V99 VALUE 0.
       1 REASON-TOTALS.
         2 NOMATCH-COUNT          PIC 9(7) VALUE 0.
         2 MULTCARD-COUNT         PIC 9(7) VALUE 0.
         2 CLOSED-COUNT           PIC 9(7) VALUE 0.
         2 NOTACTV-COUNT          PIC 9(7) VALUE 0.
         2 OTHER-REASON-COUNT     PIC 9(7) VALUE 0.
       1 TODAY-TOTALS.
         2 APPLIED-TODAY          PIC 9(7) VALUE 0.
         2 APPLIED-TODAY-AMOUNT   PIC 9(11)V99 VALUE 0.
         2 RETURNED-TODAY         PIC 9(7) VALUE 0.
         2 RETURNED-TODAY-AMOUNT  PIC 9(11)V99 VALUE 0.
         2 SUSPENDED-TODAY        PIC 9(7) VALUE 0.
         2 SUSPENDED-TODAY-AMOUNT PIC 9(11)V99 VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM COMPUTE-AGE-BOUNDARIES

           MOVE SPACES TO REPORT-LINE
           STRING 'PAYMENT SUSPENSE AGING - RUN ' RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY 'ITEM          AGE      REASON   CHANNEL      AMOUNT'
               ' PAYER'

           OPEN INPUT PAYSUSP

           IF PAYSUSP-STATUS = '00'
               PERFORM READ-NEXT-SUSPENSE-ITEM
               PERFORM AGE-ONE-SUSPENSE-ITEM
                   UNTIL END-OF-PAYSUSP = 'Y'

               CLOSE PAYSUSP
           ELSE
               DISPLAY 'PAYSUSP NOT AVAILABLE - NOTHING TO AGE'
           END-IF

           PERFORM PRINT-AGING-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       COMPUTE-AGE-BOUNDARIES.
           MOVE RUN-DATE TO CUTOFF-DATE-X
           MOVE CUTOFF-DATE-X(1:4) TO CUTOFF-YEAR
           MOVE CUTOFF-DATE-X(5:2) TO CUTOFF-MONTH
           MOVE CUTOFF-DATE-X(7:2) TO CUTOFF-DAY
           MOVE 0 TO DAYS-STEPPED

           PERFORM STEP-CUTOFF-BACK-ONE-DAY 31 TIMES
           .

       STEP-CUTOFF-BACK-ONE-DAY.
           IF CUTOFF-DAY > 1
               SUBTRACT 1 FROM CUTOFF-DAY
           ELSE
               IF CUTOFF-MONTH = 1
                   MOVE 12 TO CUTOFF-MONTH
                   SUBTRACT 1 FROM CUTOFF-YEAR
               ELSE
                   SUBTRACT 1 FROM CUTOFF-MONTH
               END-IF
               PERFORM SET-DAYS-IN-CUTOFF-MONTH
               MOVE DAYS-IN-MONTH TO CUTOFF-DAY
           END-IF

           ADD 1 TO DAYS-STEPPED
           MOVE CUTOFF-DATE-NUM TO CUTOFF-DATE-X

           EVALUATE DAYS-STEPPED
               WHEN 3
                   MOVE CUTOFF-DATE-X TO AGE-3-DAYS-DATE
               WHEN 8
                   MOVE CUTOFF-DATE-X TO AGE-8-DAYS-DATE
               WHEN 15
                   MOVE CUTOFF-DATE-X TO AGE-15-DAYS-DATE
               WHEN 31
                   MOVE CUTOFF-DATE-X TO AGE-31-DAYS-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       SET-DAYS-IN-CUTOFF-MONTH.
           EVALUATE CUTOFF-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   DIVIDE CUTOFF-YEAR BY 4
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

       READ-NEXT-SUSPENSE-ITEM.
           READ PAYSUSP NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-PAYSUSP
           END-READ

           IF PAYSUSP-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-PAYSUSP
           END-IF
           .

      * Closed items are only counted when they were closed today -
      * the open ones are the report.
       AGE-ONE-SUSPENSE-ITEM.
           ADD 1 TO ITEMS-READ

           IF PS-SUSPENSE-DATE = RUN-DATE
               ADD 1         TO SUSPENDED-TODAY
               ADD PS-AMOUNT TO SUSPENDED-TODAY-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN PS-IS-OPEN
                   PERFORM REPORT-OPEN-ITEM
               WHEN PS-IS-APPLIED
                   IF PS-ACTIONED-DATE = RUN-DATE
                       ADD 1         TO APPLIED-TODAY
                       ADD PS-AMOUNT TO APPLIED-TODAY-AMOUNT
                   END-IF
               WHEN PS-IS-RETURN
                   IF PS-ACTIONED-DATE = RUN-DATE
                       ADD 1         TO RETURNED-TODAY
                       ADD PS-AMOUNT TO RETURNED-TODAY-AMOUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-NEXT-SUSPENSE-ITEM
           .

       REPORT-OPEN-ITEM.
           ADD 1         TO OPEN-ITEMS
           ADD PS-AMOUNT TO OPEN-AMOUNT

           EVALUATE TRUE
               WHEN PS-SUSPENSE-DATE > AGE-3-DAYS-DATE
                   MOVE '0-2     ' TO AGE-BAND
                   ADD 1         TO BAND-0-2-COUNT
                   ADD PS-AMOUNT TO BAND-0-2-AMOUNT
               WHEN PS-SUSPENSE-DATE > AGE-8-DAYS-DATE
                   MOVE '3-7     ' TO AGE-BAND
                   ADD 1         TO BAND-3-7-COUNT
                   ADD PS-AMOUNT TO BAND-3-7-AMOUNT
               WHEN PS-SUSPENSE-DATE > AGE-15-DAYS-DATE
                   MOVE '8-14    ' TO AGE-BAND
                   ADD 1         TO BAND-8-14-COUNT
                   ADD PS-AMOUNT TO BAND-8-14-AMOUNT
               WHEN PS-SUSPENSE-DATE > AGE-31-DAYS-DATE
                   MOVE '15-30   ' TO AGE-BAND
                   ADD 1         TO BAND-15-30-COUNT
                   ADD PS-AMOUNT TO BAND-15-30-AMOUNT
               WHEN OTHER
                   MOVE 'OVER 30 ' TO AGE-BAND
                   ADD 1         TO BAND-OVER-30-COUNT
                   ADD PS-AMOUNT TO BAND-OVER-30-AMOUNT
           END-EVALUATE

           EVALUATE PS-REASON
               WHEN 'NOMATCH '
                   ADD 1 TO NOMATCH-COUNT
               WHEN 'MULTCARD'
                   ADD 1 TO MULTCARD-COUNT
               WHEN 'CLOSED  '
                   ADD 1 TO CLOSED-COUNT
               WHEN 'NOTACTV '
                   ADD 1 TO NOTACTV-COUNT
               WHEN OTHER
                   ADD 1 TO OTHER-REASON-COUNT
           END-EVALUATE

           MOVE PS-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING PS-SUSPENSE-DATE PS-SUSPENSE-SEQ
                  ' ' AGE-BAND ' ' PS-REASON
                  ' ' PS-CHANNEL ' ' AMOUNT-DISPLAY
                  ' ' PS-PAYER-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       PRINT-AGING-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'SUSPENSE ITEMS READ:         ' ITEMS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE OPEN-AMOUNT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'OPEN ITEMS/AMOUNT:           ' OPEN-ITEMS
                  ' ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BAND-0-2-AMOUNT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  AGED 0-2 DAYS:             ' BAND-0-2-COUNT
                  ' ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BAND-3-7-AMOUNT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  AGED 3-7 DAYS:             ' BAND-3-7-COUNT
                  ' ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BAND-8-14-AMOUNT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  AGED 8-14 DAYS:            ' BAND-8-14-COUNT
                  ' ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BAND-15-30-AMOUNT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  AGED 15-30 DAYS:           ' BAND-15-30-COUNT
                  ' ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BAND-OVER-30-AMOUNT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  AGED OVER 30 DAYS:         ' BAND-OVER-30-COUNT
                  ' ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OPEN NOMATCH/MULTCARD/CLOSED: '
                  NOMATCH-COUNT ' ' MULTCARD-COUNT
                  ' ' CLOSED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OPEN NOTACTV/OTHER:          '
                  NOTACTV-COUNT ' ' OTHER-REASON-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SUSPENDED-TODAY-AMOUNT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'SUSPENDED TODAY:             ' SUSPENDED-TODAY
                  ' ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE APPLIED-TODAY-AMOUNT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'APPLIED TODAY:               ' APPLIED-TODAY
                  ' ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE RETURNED-TODAY-AMOUNT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'MARKED FOR RETURN TODAY:     ' RETURNED-TODAY
                  ' ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ITEMS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSSUSAGE'.
