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
      *  CSHRDCHK
      *
      * Nightly hardship arrangement check. The HARD transaction
      * (see src/CSHARDSH.cbl) sets a card up on a hardship or
      * forbearance arrangement (see copy/HARDSHIP.cpy), and while
      * it is ACTIVE the CSDELINQ due-date run judges the card
      * against the agreed payment - with no late fee, no missed
      * payment counted and no collections handoff. A due date
      * that was not met at the agreed payment is only recorded on
      * the arrangement (HA-SHORTFALL-DATE). This job walks HARDSHIP
      * and, for every ACTIVE arrangement:
      *
      *   - one with a shortfall recorded is broken - BROKEN, closed
      *     today by CSHRDCHK - and a letter is queued onto LTRARCH
      *     for the position (result HRDBRKN) telling the cardholder
      *     the arrangement has ended and the normal terms apply
      *     again. From the next due date the card is judged on the
      *     full minimum, charged late fees, counted for collections
      *     and reported to the bureau as before;
      *   - one whose end date has passed is ENDED, closed today by
      *     CSHRDCHK - the term ran its course.
      *
      * BROKEN and ENDED rows are kept, so every arrangement a card
      * has had stays on the TLIN timeline.
      *
      * Part of the nightly chain - registers on DAYCTL behind
      * CSDELINQ, ahead of CSCYCCLS (see copy/DAYCTLP.cpy), so the
      * night's due dates are judged before an arrangement is
      * broken and a broken one no longer caps the cycle's minimum.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSHRDCHK.jcl.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSHRDCHK.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT HARDSHIP ASSIGN TO HARDSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HA-ARRANGEMENT-KEY
                  FILE STATUS IS HARDSHIP-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

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

        FD  HARDSHIP.
           COPY HARDSHIP.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  LTRARCH.
           COPY LTRARCH.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSHRDCHK'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSHRDCHK'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSHRDCHK'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSDELINQ'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 HARDSHIP-STATUS          PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-HARDSHIP          PIC X(1) VALUE 'N'.

       1 LETTER-TIME              PIC X(8).
       1 LETTER-SEQ               PIC 9(3) VALUE 0.
       1 AMOUNT-DISPLAY           PIC Z(6)9.99.

      * Field-level PII protection - see src/CSCRYPT.cbl. The cache
      * row's PII is decrypted under the key named on it before the
      * letter is built.
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

       1 ARRANGEMENT-TOTALS.
         2 ARRANGEMENTS-READ      PIC 9(7) VALUE 0.
         2 STILL-ACTIVE           PIC 9(7) VALUE 0.
         2 ARRANGEMENTS-BROKEN    PIC 9(7) VALUE 0.
         2 ARRANGEMENTS-ENDED     PIC 9(7) VALUE 0.
         2 LETTERS-QUEUED         PIC 9(7) VALUE 0.
         2 LETTERS-NOT-QUEUED     PIC 9(7) VALUE 0.

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

           OPEN I-O HARDSHIP
           OPEN INPUT CSCACHE
           OPEN I-O LTRARCH

           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'HARDSHIP ARRANGEMENT CHECK ' RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM READ-NEXT-ARRANGEMENT
           PERFORM CHECK-ONE-ARRANGEMENT
               UNTIL END-OF-HARDSHIP = 'Y'

           CLOSE HARDSHIP
           CLOSE CSCACHE
           CLOSE LTRARCH

           PERFORM PRINT-ARRANGEMENT-SUMMARY

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-NEXT-ARRANGEMENT.
           READ HARDSHIP NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-HARDSHIP
           END-READ

           IF END-OF-HARDSHIP = 'N' AND HARDSHIP-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-HARDSHIP
           END-IF
           .

      ******************************************************************
      * An ACTIVE arrangement with a missed agreed payment is broken;
      * one past its end date has run its course. BROKEN and ENDED
      * rows are left as they are.
      ******************************************************************
       CHECK-ONE-ARRANGEMENT.
           ADD 1 TO ARRANGEMENTS-READ

           IF HA-IS-ACTIVE
               EVALUATE TRUE
                   WHEN HA-SHORTFALL-DATE NOT = SPACES
                       PERFORM BREAK-ARRANGEMENT
                   WHEN HA-END-DATE < RUN-DATE
                       PERFORM END-ARRANGEMENT
                   WHEN OTHER
                       ADD 1 TO STILL-ACTIVE
               END-EVALUATE
           END-IF

           PERFORM READ-NEXT-ARRANGEMENT
           .

       BREAK-ARRANGEMENT.
           MOVE 'BROKEN  '        TO HA-STATUS
           MOVE RUN-DATE          TO HA-CLOSED-DATE
           MOVE DC-JOB-NAME-SELF  TO HA-CLOSED-BY

           REWRITE HARDSHIP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           ADD 1 TO ARRANGEMENTS-BROKEN
           MOVE HA-SHORTFALL-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'ARRANGEMENT BROKEN: ACCT ' HA-CUST-NO
                  ' SEQ ' HA-APPL-SEQ-NO
                  ' DUE ' HA-SHORTFALL-DATE
                  ' SHORT ' AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE HA-CUST-NO     TO CC-CUST-NO
           MOVE HA-APPL-SEQ-NO TO CC-APPL-SEQ-NO

           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS = '00'
               PERFORM QUEUE-BROKEN-LETTER
           ELSE
               ADD 1 TO LETTERS-NOT-QUEUED
           END-IF
           .

       END-ARRANGEMENT.
           MOVE 'ENDED   '        TO HA-STATUS
           MOVE RUN-DATE          TO HA-CLOSED-DATE
           MOVE DC-JOB-NAME-SELF  TO HA-CLOSED-BY

           REWRITE HARDSHIP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           ADD 1 TO ARRANGEMENTS-ENDED
           .

       QUEUE-BROKEN-LETTER.
           MOVE CC-CUSTOMER-NAME         TO LETTER-NAME
           MOVE CC-CUSTOMER-ADDRESS-DATA TO LETTER-ADDRESS

           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
               LETTER-NAME CRYPT-FIELD-LEN
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
               LETTER-ADDRESS CRYPT-FIELD-LEN

           MOVE SPACES TO DECISION-LETTER
           MOVE LETTER-NAME        TO DL-LINE-01
           MOVE LETTER-ADDR-LINE-1 TO DL-LINE-02
           MOVE LETTER-ADDR-LINE-2 TO DL-LINE-03
           MOVE LETTER-POSTCODE    TO DL-LINE-04
           STRING RUN-DATE(1:4) '-' RUN-DATE(5:2) '-' RUN-DATE(7:2)
               DELIMITED BY SIZE INTO DL-LINE-05
           MOVE 'Dear ' TO DL-LINE-06

           MOVE SPACES TO DL-LINE-07
           STRING 'The payment we agreed for your ' CC-PRODUCT-CODE
                  ' card was not made'
               DELIMITED BY SIZE INTO DL-LINE-07
           MOVE SPACES TO DL-LINE-08
           STRING 'in full by the due date of '
                  HA-SHORTFALL-DATE(1:4) '-' HA-SHORTFALL-DATE(5:2)
                  '-' HA-SHORTFALL-DATE(7:2) ', so the hardship'
               DELIMITED BY SIZE INTO DL-LINE-08
           MOVE 'arrangement has ended. From your next due date the'
               TO DL-LINE-09
           MOVE 'normal minimum payment, interest and fees apply again.'
               TO DL-LINE-10
           MOVE 'If you are still in difficulty, please contact us.'
               TO DL-LINE-11
           MOVE 11 TO DL-LINE-COUNT

           MOVE CC-CUST-NO     TO LA-CUST-NO
           MOVE CC-APPL-SEQ-NO TO LA-APPL-SEQ-NO
           MOVE RUN-DATE       TO LA-LETTER-DATE

           ADD 1 TO LETTER-SEQ
           MOVE SPACES TO LETTER-TIME
           STRING RUN-TIME(1:4) ':' LETTER-SEQ
               DELIMITED BY SIZE INTO LETTER-TIME
           MOVE LETTER-TIME    TO LA-LETTER-TIME

           MOVE 'HRDBRKN'       TO LA-APPLICATION-RESULT
           MOVE 'PENDING '      TO LA-DISPATCH-STATUS
           MOVE SPACES          TO LA-PRINTED-DATE
           MOVE DECISION-LETTER TO LA-LETTER-TEXT

           WRITE LTRARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF LTRARCH-STATUS = '00'
               ADD 1 TO LETTERS-QUEUED
           ELSE
               ADD 1 TO LETTERS-NOT-QUEUED
           END-IF
           .

       PRINT-ARRANGEMENT-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'ARRANGEMENTS READ:        ' ARRANGEMENTS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'STILL ACTIVE:             ' STILL-ACTIVE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BROKEN TONIGHT:           ' ARRANGEMENTS-BROKEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ENDED TONIGHT:            ' ARRANGEMENTS-ENDED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LETTERS QUEUED:           ' LETTERS-QUEUED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF LETTERS-NOT-QUEUED > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'LETTERS NOT QUEUED:       ' LETTERS-NOT-QUEUED
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ARRANGEMENTS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSHRDCHK'.
