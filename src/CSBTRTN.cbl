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
      *  CSBTRTN
      *
      * Balance transfer fulfilment run. CSBTEXTR sends each
      * transfer to the payments team on BTINSTR and moves its
      * BTREQ row to EXTRACTD (see copy/BTREQ.cpy); the CSPOSTNG run
      * posts the transfer and its RC-BT-FEE-PCT fee to the CARDLDG
      * ledger off the same extract that night. This job finds out
      * what became of the money:
      *
      *   1) the payments team's return file (see copy/BTRTN.cpy),
      *      balanced against its trailer. Every record must name
      *      an EXTRACTD BTREQ row by its card position and extract
      *      date:
      *        COMPLETD  the row is marked COMPLETD - the posting
      *                  CSPOSTNG made stands;
      *        RETURNED  the whole transfer and its fee are reversed
      *                  on the ledger by a BALXFER credit and a FEE
      *                  credit (source BTRETURN) and the row is
      *                  marked RETURNED;
      *        PARTPAID  the part that did not go, and the fee on
      *                  it, are reversed the same way and the row
      *                  is marked PARTPAID with the fee now charged
      *                  (a PARTPAID record for nothing is worked as
      *                  RETURNED, one for the whole amount as
      *                  COMPLETD).
      *      A returned or part-paid transfer queues a letter
      *      PENDING on LTRARCH telling the cardholder what came
      *      back and that their balance with the other lender has
      *      not been paid off;
      *   2) a reconciliation of every BTREQ row still EXTRACTD -
      *      each one the payments team has not answered within
      *      the allowed number of BUSCAL business days after the
      *      extract is listed, with the amount outstanding, for
      *      the payments team to chase.
      *
      * The ledger rows go on first and the balance only moves once
      * they are safely written; a transfer whose reversal cannot be
      * posted stays EXTRACTD, so it is listed again until the
      * payments team's record is put through once more.
      *
      * BTRTCTL control card (optional): DAYS=nnn - business days
      * the payments team has to answer (default 10).
      *
      * Registers on DAYCTL behind CSPOSTNG (see copy/DAYCTLP.cpy), so
      * a transfer is on the ledger before it can be reversed and a
      * double run cannot reverse one twice. It is the first of the
      * ledger posters chained one behind another (CSBTRTN, CSAGYRTN,
      * CSPPIRTN, CSCBKRTN, CSCBKEXT, CSDDCOLL, then CSDELINQ) - each
      * takes the next CARDLDG sequence and rewrites CARDBAL, so two
      * side by side would collide. A return file that has not landed
      * is treated as empty - the reconciliation still runs. RC 4 when
      * a record was not matched or not reversed, or an instruction is
      * overdue an answer.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSBTRTN.jcl. Schedule nightly, after CSPOSTNG and
      * before CSAGYRTN.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSBTRTN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO BTRTCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BTRTCTL-STATUS.

           SELECT BTRTN-FILE ASSIGN TO BTRTN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BTRTN-STATUS.

           SELECT BTREQ ASSIGN TO BTREQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BT-REQUEST-KEY
                  FILE STATUS IS BTREQ-STATUS.

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT CARDBAL ASSIGN TO CARDBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CB-CARD-KEY
                  FILE STATUS IS CARDBAL-STATUS.

           SELECT CARDLDG ASSIGN TO CARDLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS CARDLDG-STATUS.

           SELECT BUSCAL ASSIGN TO BUSCAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BC-DATE
                  FILE STATUS IS BUSCAL-STATUS.

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

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  BTRTN-FILE.
           COPY BTRTN.

        FD  BTREQ.
           COPY BTREQ.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  BUSCAL.
           COPY BUSCAL.

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
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSBTRTN '.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSBTRTN '.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSBTRTN '.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSPOSTNG'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 BTRTCTL-STATUS           PIC X(2) VALUE '00'.
       1 BTRTN-STATUS             PIC X(2) VALUE '00'.
       1 BTREQ-STATUS             PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 BUSCAL-STATUS            PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS          PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS     PIC X(1) VALUE 'N'.
       1 END-OF-BTRTN             PIC X(1) VALUE 'N'.
       1 END-OF-BTREQ             PIC X(1) VALUE 'N'.
       1 CALENDAR-OPEN            PIC X(1) VALUE 'N'.
       1 RETURN-TRAILER-SEEN      PIC X(1) VALUE 'N'.
       1 TRANSFER-REVERSED        PIC X(1) VALUE 'N'.

      * Business days the payments team has to answer an
      * instruction - overridden by a DAYS= control card.
       1 RESPONSE-LIMIT-BDAYS     PIC 9(3) VALUE 10.
       1 BDAYS-COUNTED            PIC 9(3) VALUE 0.

      * The outcome being applied, and what it takes back.
       1 OUTCOME-TO-APPLY         PIC X(8) VALUE SPACES.
       1 UNMATCHED-REASON         PIC X(20) VALUE SPACES.
       1 AMOUNT-APPROVED          PIC 9(7)V99 VALUE 0.
       1 AMOUNT-SHORT             PIC 9(7)V99 VALUE 0.
       1 FEE-CHARGED              PIC 9(5)V99 VALUE 0.
       1 FEE-TO-REFUND            PIC 9(5)V99 VALUE 0.

      * The ledger row being posted.
       1 POST-TRAN-TYPE           PIC X(8) VALUE SPACES.
       1 POST-DEBIT-CREDIT        PIC X(1) VALUE SPACES.
       1 POST-AMOUNT              PIC 9(7)V99 VALUE 0.
       1 POST-TRAN-DATE           PIC X(8) VALUE SPACES.
       1 POST-CARD-NUMBER         PIC X(16) VALUE SPACES.
       1 POST-SOURCE              PIC X(8) VALUE SPACES.
       1 POST-REFERENCE           PIC X(23) VALUE SPACES.
       1 POST-DESCRIPTION         PIC X(25) VALUE SPACES.
       1 NEXT-POST-SEQ            PIC 9(4) VALUE 0.

      * Calendar stepping - plain Gregorian arithmetic, one day at
      * a time, the way CSDDCOLL counts its business days.
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

       1 LETTER-SEQ               PIC 9(2) VALUE 0.

      * Field-level PII protection - see src/CSCRYPT.cbl.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.

      * The cardholder's letter, assembled in the DECISION-LETTER
      * shape (count + fifteen 72 byte lines) LTRARCH carries.
       1 NOTIFY-LETTER.
         2 NL-LINE-COUNT          PIC 9(2).
         2 NL-LINE                PIC X(72) OCCURS 15.

       1 AMOUNT-DISPLAY           PIC Z(6)9.99.
       1 SHORT-DISPLAY            PIC Z(6)9.99.
       1 FEE-DISPLAY              PIC Z(4)9.99.
       1 TOTAL-DISPLAY            PIC Z(10)9.99.

       1 RETURN-TOTALS.
         2 RETURNS-READ           PIC 9(7) VALUE 0.
         2 TRANSFERS-COMPLETED    PIC 9(7) VALUE 0.
         2 TRANSFERS-RETURNED     PIC 9(7) VALUE 0.
         2 TRANSFERS-PART-PAID    PIC 9(7) VALUE 0.
         2 RETURNS-UNMATCHED      PIC 9(7) VALUE 0.
         2 REVERSAL-FAILURES      PIC 9(7) VALUE 0.
         2 FEE-REVERSAL-FAILURES  PIC 9(7) VALUE 0.
         2 LETTERS-QUEUED         PIC 9(7) VALUE 0.
         2 AMOUNT-PAID-READ       PIC 9(11)V99 VALUE 0.
         2 TRANSFER-AMT-REVERSED  PIC 9(11)V99 VALUE 0.
         2 FEE-AMT-REVERSED       PIC 9(11)V99 VALUE 0.
         2 RETURN-TRAILER-COUNT   PIC 9(7) VALUE 0.
         2 RETURN-TRAILER-AMOUNT  PIC 9(11)V99 VALUE 0.

       1 RECONCILE-TOTALS.
         2 BTREQ-ROWS-READ        PIC 9(7) VALUE 0.
         2 AWAITING-ANSWER        PIC 9(7) VALUE 0.
         2 OVERDUE-ANSWER         PIC 9(7) VALUE 0.
         2 OVERDUE-AMOUNT         PIC 9(11)V99 VALUE 0.

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

           PERFORM READ-CONTROL-CARDS

      * No calendar loaded leaves every day a business day.
           OPEN INPUT BUSCAL
           IF BUSCAL-STATUS = '00'
               MOVE 'Y' TO CALENDAR-OPEN
           END-IF

           OPEN I-O BTREQ
           OPEN INPUT CARDMAS
           OPEN I-O CARDBAL
           OPEN I-O CARDLDG
           OPEN INPUT CUSTMAS
           OPEN INPUT CUSTADDR
           OPEN I-O LTRARCH

           PERFORM WORK-TRANSFER-RETURN-FILE

           PERFORM LIST-UNANSWERED-TRANSFERS

           CLOSE BTREQ
           CLOSE CARDMAS
           CLOSE CARDBAL
           CLOSE CARDLDG
           CLOSE CUSTMAS
           CLOSE CUSTADDR
           CLOSE LTRARCH
           IF CALENDAR-OPEN = 'Y'
               CLOSE BUSCAL
           END-IF

           PERFORM PRINT-RETURN-SUMMARY

           IF RETURNS-UNMATCHED > 0
              OR REVERSAL-FAILURES > 0
              OR FEE-REVERSAL-FAILURES > 0
              OR OVERDUE-ANSWER > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF BTRTCTL-STATUS = '00'
               PERFORM READ-NEXT-CONTROL-CARD
               PERFORM APPLY-CONTROL-CARD
                   UNTIL END-OF-CONTROL-CARDS = 'Y'
               CLOSE CONTROL-CARDS
           END-IF

           IF RESPONSE-LIMIT-BDAYS < 1
               MOVE 10 TO RESPONSE-LIMIT-BDAYS
           END-IF
           .

       READ-NEXT-CONTROL-CARD.
           READ CONTROL-CARDS
               AT END
                   MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-READ
           IF BTRTCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:5) = 'DAYS='
                AND CONTROL-CARD-RECORD(6:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(6:3)
                       TO RESPONSE-LIMIT-BDAYS
               WHEN OTHER
                   DISPLAY 'BTRTCTL CARD IGNORED: '
                           CONTROL-CARD-RECORD
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

      ******************************************************************
      * 1) The payments team's return file.
      ******************************************************************
       WORK-TRANSFER-RETURN-FILE.
           OPEN INPUT BTRTN-FILE

           IF BTRTN-STATUS = '00'
               PERFORM READ-NEXT-TRANSFER-RETURN
               PERFORM WORK-ONE-TRANSFER-RETURN
                   UNTIL END-OF-BTRTN = 'Y'

               CLOSE BTRTN-FILE
               PERFORM CHECK-TRANSFER-RETURN-TRAILER
           ELSE
               DISPLAY 'TRANSFER RETURN FILE NOT AVAILABLE - NO '
                   'RETURNS WORKED'
           END-IF
           .

       READ-NEXT-TRANSFER-RETURN.
           READ BTRTN-FILE
               AT END
                   MOVE 'Y' TO END-OF-BTRTN
           END-READ

           IF BTRTN-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-BTRTN
           END-IF
           .

       WORK-ONE-TRANSFER-RETURN.
           IF BR-IS-TRAILER
               MOVE 'Y'                 TO RETURN-TRAILER-SEEN
               MOVE BR-TRL-RECORD-COUNT TO RETURN-TRAILER-COUNT
               MOVE BR-TRL-AMOUNT-TOTAL TO RETURN-TRAILER-AMOUNT
           ELSE
               ADD 1 TO RETURNS-READ
               ADD BR-AMOUNT-PAID TO AMOUNT-PAID-READ

               MOVE BR-REF-CUST-NO     TO BT-CUST-NO
               MOVE BR-REF-APPL-SEQ-NO TO BT-APPL-SEQ-NO

               READ BTREQ
                   KEY IS BT-REQUEST-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

      * Only the instruction as sent can be answered, and only once.
               MOVE SPACES TO UNMATCHED-REASON
               EVALUATE TRUE
                   WHEN BTREQ-STATUS NOT = '00'
                       MOVE 'NO REQUEST'       TO UNMATCHED-REASON
                   WHEN BT-REQUEST-STATUS NOT = 'EXTRACTD'
                       MOVE 'ALREADY ANSWERED' TO UNMATCHED-REASON
                   WHEN BT-EXTRACT-DATE NOT = BR-REF-EXTRACT-DATE
                       MOVE 'EXTRACT DATE'     TO UNMATCHED-REASON
                   WHEN NOT BR-IS-COMPLETED
                    AND NOT BR-IS-RETURNED
                    AND NOT BR-IS-PARTIAL
                       MOVE 'OUTCOME'          TO UNMATCHED-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF UNMATCHED-REASON NOT = SPACES
                   ADD 1 TO RETURNS-UNMATCHED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RETURN NOT MATCHED: REF ' BR-INSTRUCTION-REF
                          ' ' BR-OUTCOME ' ' UNMATCHED-REASON
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               ELSE
                   PERFORM APPLY-TRANSFER-OUTCOME
               END-IF
           END-IF

           PERFORM READ-NEXT-TRANSFER-RETURN
           .

      * What did not reach the other lender comes back off the card,
      * with the fee on it - the fee is charged on what went, at
      * the same RC-BT-FEE-PCT rate CSBTEXTR priced the whole at.
       APPLY-TRANSFER-OUTCOME.
           MOVE BR-OUTCOME         TO OUTCOME-TO-APPLY
           MOVE BT-APPROVED-AMOUNT TO AMOUNT-APPROVED

           IF BT-TRANSFER-FEE IS NOT NUMERIC
               MOVE 0 TO BT-TRANSFER-FEE
           END-IF

           IF BR-IS-PARTIAL
               IF BR-AMOUNT-PAID = 0
                   MOVE 'RETURNED' TO OUTCOME-TO-APPLY
               END-IF
               IF BR-AMOUNT-PAID >= AMOUNT-APPROVED
                   MOVE 'COMPLETD' TO OUTCOME-TO-APPLY
               END-IF
           END-IF

           EVALUATE OUTCOME-TO-APPLY
               WHEN 'RETURNED'
                   MOVE AMOUNT-APPROVED TO AMOUNT-SHORT
                   MOVE 0               TO FEE-CHARGED
               WHEN 'PARTPAID'
                   COMPUTE AMOUNT-SHORT =
                       AMOUNT-APPROVED - BR-AMOUNT-PAID
                   COMPUTE FEE-CHARGED ROUNDED =
                       BT-TRANSFER-FEE * BR-AMOUNT-PAID
                       / AMOUNT-APPROVED
               WHEN OTHER
                   MOVE 0               TO AMOUNT-SHORT
                   MOVE BT-TRANSFER-FEE TO FEE-CHARGED
           END-EVALUATE
           COMPUTE FEE-TO-REFUND = BT-TRANSFER-FEE - FEE-CHARGED

           MOVE 'Y' TO TRANSFER-REVERSED
           IF AMOUNT-SHORT > 0
               PERFORM REVERSE-TRANSFER-SHORTFALL
           END-IF

           IF TRANSFER-REVERSED = 'Y'
               MOVE OUTCOME-TO-APPLY TO BT-REQUEST-STATUS
               MOVE FEE-CHARGED      TO BT-TRANSFER-FEE
               IF BR-OUTCOME-DATE = SPACES
                   MOVE RUN-DATE        TO BT-OUTCOME-DATE
               ELSE
                   MOVE BR-OUTCOME-DATE TO BT-OUTCOME-DATE
               END-IF
               REWRITE BTREQ-RECORD

               EVALUATE OUTCOME-TO-APPLY
                   WHEN 'RETURNED'
                       ADD 1 TO TRANSFERS-RETURNED
                       PERFORM QUEUE-TRANSFER-LETTER
                   WHEN 'PARTPAID'
                       ADD 1 TO TRANSFERS-PART-PAID
                       PERFORM QUEUE-TRANSFER-LETTER
                   WHEN OTHER
                       ADD 1 TO TRANSFERS-COMPLETED
               END-EVALUATE
           END-IF
           .

      * The BALXFER credit goes on the ledger first. Once it is
      * written the transfer counts as reversed - a fee credit that
      * then fails is reported for a manual ADJUST rather than
      * risking the transfer being taken back twice.
       REVERSE-TRANSFER-SHORTFALL.
           MOVE 'N' TO TRANSFER-REVERSED

           MOVE BT-CUST-NO     TO CD-CUST-NO
           MOVE BT-APPL-SEQ-NO TO CD-APPL-SEQ-NO

           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDMAS-STATUS = '00'
               MOVE CD-CARD-NUMBER TO POST-CARD-NUMBER
           ELSE
               MOVE SPACES         TO POST-CARD-NUMBER
           END-IF

           MOVE BT-CUST-NO     TO CB-CUST-NO
           MOVE BT-APPL-SEQ-NO TO CB-APPL-SEQ-NO

           READ CARDBAL
               KEY IS CB-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDBAL-STATUS = '00'
               MOVE 'BALXFER '            TO POST-TRAN-TYPE
               MOVE 'C'                   TO POST-DEBIT-CREDIT
               MOVE AMOUNT-SHORT          TO POST-AMOUNT
               MOVE BR-OUTCOME-DATE       TO POST-TRAN-DATE
               MOVE 'BTRETURN'            TO POST-SOURCE
               MOVE SPACES                TO POST-REFERENCE
               STRING 'BT ' BR-INSTRUCTION-REF
                   DELIMITED BY SIZE INTO POST-REFERENCE
               IF OUTCOME-TO-APPLY = 'RETURNED'
                   MOVE 'BAL TRANSFER RETURNED' TO POST-DESCRIPTION
               ELSE
                   MOVE 'BAL TRANSFER PART RETURN'
                       TO POST-DESCRIPTION
               END-IF
               PERFORM POST-TO-LEDGER
           END-IF

           IF CARDBAL-STATUS = '00'
              AND CARDLDG-STATUS = '00'
               MOVE 'Y' TO TRANSFER-REVERSED
               ADD AMOUNT-SHORT TO TRANSFER-AMT-REVERSED

               IF FEE-TO-REFUND > 0
                   MOVE 'FEE     '            TO POST-TRAN-TYPE
                   MOVE FEE-TO-REFUND         TO POST-AMOUNT
                   MOVE 'BAL TRANSFER FEE REFUND' TO POST-DESCRIPTION
                   PERFORM POST-TO-LEDGER
                   IF CARDLDG-STATUS = '00'
                       ADD FEE-TO-REFUND TO FEE-AMT-REVERSED
                   ELSE
                       ADD 1 TO FEE-REVERSAL-FAILURES
                       MOVE FEE-TO-REFUND TO FEE-DISPLAY
                       MOVE SPACES TO REPORT-LINE
                       STRING 'FEE NOT REFUNDED: REF '
                              BR-INSTRUCTION-REF
                              ' FEE ' FEE-DISPLAY
                              ' CARDLDG ' CARDLDG-STATUS
                           DELIMITED BY SIZE INTO REPORT-LINE
                       DISPLAY REPORT-LINE
                   END-IF
               END-IF

               REWRITE CARDBAL-RECORD
           ELSE
               ADD 1 TO REVERSAL-FAILURES
               MOVE SPACES TO REPORT-LINE
               STRING 'TRANSFER NOT REVERSED: REF ' BR-INSTRUCTION-REF
                      ' CARDBAL ' CARDBAL-STATUS
                      ' CARDLDG ' CARDLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * The cardholder hears what came back the same way they hear
      * about any change the bank makes - a letter, queued PENDING
      * for the next CSLTRPRT print run.
       QUEUE-TRANSFER-LETTER.
           MOVE SPACES TO NOTIFY-LETTER
           MOVE 0      TO NL-LINE-COUNT

           MOVE BT-CUST-NO TO CM-CUST-NO

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

           MOVE BT-CUST-NO TO CA-CUST-NO

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

           MOVE AMOUNT-SHORT  TO SHORT-DISPLAY
           MOVE FEE-TO-REFUND TO FEE-DISPLAY

           IF OUTCOME-TO-APPLY = 'RETURNED'
               MOVE 'We have not been able to complete the balance'
                   TO NL-LINE (4)
               MOVE 'transfer to your card account. The other lender'
                   TO NL-LINE (5)
               MOVE SPACES TO NL-LINE (6)
               STRING 'returned the payment of ' SHORT-DISPLAY
                      ', which has been taken'
                   DELIMITED BY SIZE INTO NL-LINE (6)
               MOVE SPACES TO NL-LINE (7)
               STRING 'off your card balance along with the transfer '
                      'fee of ' FEE-DISPLAY '.'
                   DELIMITED BY SIZE INTO NL-LINE (7)
               MOVE 'BTRETRN'   TO LA-APPLICATION-RESULT
           ELSE
               MOVE BR-AMOUNT-PAID TO AMOUNT-DISPLAY
               MOVE 'Only part of the balance transfer to your card'
                   TO NL-LINE (4)
               MOVE SPACES TO NL-LINE (5)
               STRING 'account could be made. The other lender took '
                      AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO NL-LINE (5)
               MOVE SPACES TO NL-LINE (6)
               STRING 'and returned ' SHORT-DISPLAY
                      ', which has been taken off your'
                   DELIMITED BY SIZE INTO NL-LINE (6)
               MOVE SPACES TO NL-LINE (7)
               STRING 'card balance along with ' FEE-DISPLAY
                      ' of the transfer fee.'
                   DELIMITED BY SIZE INTO NL-LINE (7)
               MOVE 'BTPARTL'   TO LA-APPLICATION-RESULT
           END-IF

           MOVE 'Your balance with the other lender has not been'
               TO NL-LINE (8)
           MOVE 'paid off by the amount returned - please keep paying'
               TO NL-LINE (9)
           MOVE 'it as before. Please contact us if you have any'
               TO NL-LINE (10)
           MOVE 'questions.'
               TO NL-LINE (11)
           MOVE 11 TO NL-LINE-COUNT

           ADD 1 TO LETTER-SEQ
           IF LETTER-SEQ > 59
               MOVE 1 TO LETTER-SEQ
           END-IF

           MOVE BT-CUST-NO     TO LA-CUST-NO
           MOVE BT-APPL-SEQ-NO TO LA-APPL-SEQ-NO
           MOVE RUN-DATE       TO LA-LETTER-DATE
           MOVE RUN-TIME       TO LA-LETTER-TIME
           MOVE LETTER-SEQ     TO LA-LETTER-TIME(7:2)
           MOVE 'PENDING '     TO LA-DISPATCH-STATUS
           MOVE SPACES         TO LA-PRINTED-DATE
           MOVE NOTIFY-LETTER  TO LA-LETTER-TEXT

           WRITE LTRARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF LTRARCH-STATUS = '00'
               ADD 1 TO LETTERS-QUEUED
           END-IF
           .

       CHECK-TRANSFER-RETURN-TRAILER.
           IF RETURN-TRAILER-SEEN = 'N'
               DISPLAY 'OUT OF BALANCE: TRANSFER RETURN FILE HAD NO '
                   'TRAILER'
           ELSE
               IF RETURN-TRAILER-COUNT NOT = RETURNS-READ
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: RETURN TRAILER COUNT '
                          RETURN-TRAILER-COUNT ' READ ' RETURNS-READ
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
               IF RETURN-TRAILER-AMOUNT NOT = AMOUNT-PAID-READ
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
      * 2) Every instruction still waiting for an answer.
      ******************************************************************
       LIST-UNANSWERED-TRANSFERS.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANSFERS UNANSWERED AFTER ' RESPONSE-LIMIT-BDAYS
                  ' BUSINESS DAYS'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '----------------------------------------------'

           MOVE 'N'        TO END-OF-BTREQ
           MOVE LOW-VALUES TO BT-REQUEST-KEY
           START BTREQ KEY NOT LESS THAN BT-REQUEST-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-BTREQ
           END-START

           IF END-OF-BTREQ = 'N'
               PERFORM READ-NEXT-BTREQ-ROW
           END-IF
           PERFORM CHECK-ONE-UNANSWERED-TRANSFER
               UNTIL END-OF-BTREQ = 'Y'
           .

       READ-NEXT-BTREQ-ROW.
           READ BTREQ NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-BTREQ
           END-READ

           IF BTREQ-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-BTREQ
           END-IF
           .

       CHECK-ONE-UNANSWERED-TRANSFER.
           ADD 1 TO BTREQ-ROWS-READ

           IF BT-REQUEST-STATUS = 'EXTRACTD'
               PERFORM COUNT-DAYS-SINCE-EXTRACT
               IF BDAYS-COUNTED > RESPONSE-LIMIT-BDAYS
                   ADD 1 TO OVERDUE-ANSWER
                   ADD BT-APPROVED-AMOUNT TO OVERDUE-AMOUNT
                   MOVE BT-APPROVED-AMOUNT TO AMOUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'NO ANSWER: ACCT ' BT-CUST-NO
                          ' SEQ ' BT-APPL-SEQ-NO
                          ' EXTRACTED ' BT-EXTRACT-DATE
                          ' AMOUNT ' AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               ELSE
                   ADD 1 TO AWAITING-ANSWER
               END-IF
           END-IF

           PERFORM READ-NEXT-BTREQ-ROW
           .

      * Business days after the extract date up to and including
      * today, giving up as soon as the count passes the limit. An
      * extract date that cannot be read is treated as overdue.
       COUNT-DAYS-SINCE-EXTRACT.
           MOVE 0 TO BDAYS-COUNTED

           IF BT-EXTRACT-DATE IS NOT NUMERIC
               COMPUTE BDAYS-COUNTED = RESPONSE-LIMIT-BDAYS + 1
           ELSE
               MOVE BT-EXTRACT-DATE TO DAY-CURSOR-NUM
               MOVE BT-EXTRACT-DATE TO DAY-CURSOR-X
               PERFORM COUNT-ONE-WAITING-DAY
                   UNTIL DAY-CURSOR-X NOT < RUN-DATE
                      OR BDAYS-COUNTED > RESPONSE-LIMIT-BDAYS
           END-IF
           .

       COUNT-ONE-WAITING-DAY.
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
           IF POST-TRAN-DATE = SPACES
               MOVE RUN-DATE        TO LG-TRAN-DATE
           ELSE
               MOVE POST-TRAN-DATE  TO LG-TRAN-DATE
           END-IF
           MOVE POST-CARD-NUMBER    TO LG-CARD-NUMBER
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

       PRINT-RETURN-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANSFER RETURNS READ:    ' RETURNS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANSFERS COMPLETED:      ' TRANSFERS-COMPLETED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANSFERS RETURNED:       ' TRANSFERS-RETURNED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANSFERS PART PAID:      ' TRANSFERS-PART-PAID
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RETURNS NOT MATCHED:      ' RETURNS-UNMATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANSFERS NOT REVERSED:   ' REVERSAL-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FEES NOT REFUNDED:        ' FEE-REVERSAL-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE TRANSFER-AMT-REVERSED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANSFER AMOUNT REVERSED: ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE FEE-AMT-REVERSED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'FEES REFUNDED:            ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LETTERS QUEUED:           ' LETTERS-QUEUED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '----------------------------------------------'
           MOVE SPACES TO REPORT-LINE
           STRING 'BTREQ ROWS READ:          ' BTREQ-ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'AWAITING AN ANSWER:       ' AWAITING-ANSWER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OVERDUE AN ANSWER:        ' OVERDUE-ANSWER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE OVERDUE-AMOUNT TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT OVERDUE:           ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-READ =
               RETURNS-READ + BTREQ-ROWS-READ
           COMPUTE RUN-LOG-WRITTEN =
               TRANSFERS-COMPLETED + TRANSFERS-RETURNED
               + TRANSFERS-PART-PAID
           COMPUTE RUN-LOG-REJECTED =
               RETURNS-UNMATCHED + REVERSAL-FAILURES
           .

       COPY RUNLOGP.

       END PROGRAM 'CSBTRTN'.
