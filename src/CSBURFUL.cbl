      *   - one 'D' record per open CSCACHE position with its
      *     current limit, card status off CARDMAS (CLOSED cards
      *     report the closure), the collections standing off
      *     PAYHMAS, and the payment standing - a card under an
      *     ACTIVE hardship arrangement (see copy/HARDSHIP.cpy)
      *     whose term covers the run date reports the agreed
      *     forbearance, FORBEAR, in place of its standing;
      *   - one 'C' closure record per position whose CC-DECISION
      *     moved to CLOSED or EXPIRED since the last cycle (the
      *     BURCYCLE card carries the prior cycle date; positions
      *     checked after it closed this cycle);
      *   - one 'C' record per position the CSCHGOFF run charged
      *     off since the last cycle, with card status CHGDOFF and
      *     the missed payments that led to it - the charge-off the
      *     bureau records against the cardholder;
      *   - an 'H' header and a 'T' trailer carrying detail count,
      *     closure count and limit total for the bureau's receipt
      *     validation.
                  RECORD KEY IS PH-CUST-NO
                  FILE STATUS IS PAYHMAS-STATUS.

           SELECT HARDSHIP ASSIGN TO HARDSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HA-ARRANGEMENT-KEY
                  FILE STATUS IS HARDSHIP-STATUS.

           SELECT REJECT-RETURNS ASSIGN TO BURREJIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BURFULL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-CARDS.
        FD  PAYHMAS.
           COPY PAYHMAS.

        FD  HARDSHIP.
           COPY HARDSHIP.

        FD  REJECT-RETURNS.
        01  REJECT-RETURN-RECORD    PIC X(50).

        FD  BUREAU-REPORT.
           COPY BURFULL.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSBURFUL'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSBURFUL'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 BURCYCLE-STATUS          PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 PAYHMAS-STATUS           PIC X(2) VALUE '00'.
       1 BURREJIN-STATUS          PIC X(2) VALUE '00'.
       1 BURFULL-STATUS           PIC X(2) VALUE '00'.
       1 HARDSHIP-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-CSCACHE           PIC X(1) VALUE 'N'.
       1 END-OF-REJECTS           PIC X(1) VALUE 'N'.
       1 HARDSHIP-OPEN            PIC X(1) VALUE 'N'.
       1 END-OF-ARRANGEMENTS      PIC X(1) VALUE 'N'.

       1 RUN-DATE                 PIC X(8).
       1 PRIOR-CYCLE-DATE         PIC X(8) VALUE '00000000'.
         2 ROWS-READ              PIC 9(7) VALUE 0.
         2 DETAILS-WRITTEN        PIC 9(7) VALUE 0.
         2 CLOSURES-WRITTEN       PIC 9(7) VALUE 0.
         2 CHARGEOFFS-WRITTEN     PIC 9(7) VALUE 0.
         2 FORBEARANCE-WRITTEN    PIC 9(7) VALUE 0.
         2 LIMIT-TOTAL            PIC 9(11) VALUE 0.
         2 REJECTS-REWORKED       PIC 9(5) VALUE 0.
         2 REJECTS-UNMATCHED      PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-CYCLE-CARD
           OPEN INPUT PAYHMAS
           OPEN OUTPUT BUREAU-REPORT

           OPEN INPUT HARDSHIP
           IF HARDSHIP-STATUS = '00'
               MOVE 'Y' TO HARDSHIP-OPEN
           ELSE
               DISPLAY 'HARDSHIP NOT AVAILABLE - NO FORBEARANCE SHOWN'
           END-IF

           PERFORM WRITE-HEADER-RECORD

           PERFORM REWORK-RETURNED-REJECTS
           CLOSE CARDMAS
           CLOSE PAYHMAS
           CLOSE BUREAU-REPORT
           IF HARDSHIP-OPEN = 'Y'
               CLOSE HARDSHIP
           END-IF

           PERFORM PRINT-REPORT-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

               END-READ

               IF CSCACHE-STATUS = '00'
                   IF CC-DECISION = 'CHGDOFF '
                       PERFORM WRITE-CHARGE-OFF-RECORD
                   ELSE
                       PERFORM WRITE-POSITION-RECORD
                   END-IF
                   ADD 1 TO REJECTS-REWORKED
               ELSE
                   ADD 1 TO REJECTS-UNMATCHED
           .

      * Open positions report 'D'; positions that ended since the
      * prior cycle report 'C' once, a charge-off as such. Declines
      * and long-dead rows report nothing.
       REPORT-ONE-POSITION.
           ADD 1 TO ROWS-READ

                  OR CC-DECISION = 'EXPIRED ')
                AND CC-CHECKED-DATE > PRIOR-CYCLE-DATE
                   PERFORM WRITE-CLOSURE-RECORD
               WHEN CC-DECISION = 'CHGDOFF '
                AND CC-CHECKED-DATE > PRIOR-CYCLE-DATE
                   PERFORM WRITE-CHARGE-OFF-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM DERIVE-CARD-STANDING
           PERFORM TAKE-PAYMENT-STANDING
           PERFORM TAKE-FORBEARANCE-STANDING

           WRITE BUREAU-FULL-RECORD

           ADD 1 TO CLOSURES-WRITTEN
           .

      * A charge-off closes the position too, and counts in the
      * trailer's closure count; the missed payments go with it.
       WRITE-CHARGE-OFF-RECORD.
           MOVE SPACES         TO BUREAU-FULL-RECORD
           MOVE 'C'            TO BF-RECORD-TYPE
           MOVE CC-CUST-NO     TO BF-ACCOUNT-ID
           MOVE CC-APPL-SEQ-NO TO BF-APPL-SEQ-NO
           MOVE 0              TO BF-CREDIT-LIMIT
           MOVE CC-PRODUCT-CODE TO BF-PRODUCT-CODE
           MOVE RUN-DATE       TO BF-CYCLE-DATE

           PERFORM TAKE-PAYMENT-STANDING
           MOVE 'CHGDOFF '     TO BF-CARD-STATUS

           WRITE BUREAU-FULL-RECORD

           ADD 1 TO CLOSURES-WRITTEN
           ADD 1 TO CHARGEOFFS-WRITTEN
           .

      * The standing the bureau prices: collections outranks the
      * card's own production status.
       DERIVE-CARD-STANDING.
           END-IF
           .

      * An agreed forbearance outranks the collections standing - a
      * card under an ACTIVE arrangement whose term covers the run
      * date reports FORBEAR, unless the card itself has closed.
       TAKE-FORBEARANCE-STANDING.
           IF HARDSHIP-OPEN = 'Y'
              AND BF-CARD-STATUS NOT = 'CLOSED  '
               MOVE 'N'            TO END-OF-ARRANGEMENTS
               MOVE CC-CUST-NO     TO HA-CUST-NO
               MOVE CC-APPL-SEQ-NO TO HA-APPL-SEQ-NO
               MOVE LOW-VALUES     TO HA-START-DATE

               START HARDSHIP KEY >= HA-ARRANGEMENT-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-ARRANGEMENTS
               END-START

               PERFORM CHECK-ONE-ARRANGEMENT
                   UNTIL END-OF-ARRANGEMENTS = 'Y'
           END-IF
           .

       CHECK-ONE-ARRANGEMENT.
           READ HARDSHIP NEXT
               AT END
                   MOVE 'Y' TO END-OF-ARRANGEMENTS
           END-READ

           IF END-OF-ARRANGEMENTS = 'N'
               IF HARDSHIP-STATUS NOT = '00'
                  OR HA-CUST-NO NOT = CC-CUST-NO
                  OR HA-APPL-SEQ-NO NOT = CC-APPL-SEQ-NO
                   MOVE 'Y' TO END-OF-ARRANGEMENTS
               ELSE
                   IF HA-IS-ACTIVE
                      AND HA-START-DATE <= RUN-DATE
                      AND HA-END-DATE >= RUN-DATE
                       MOVE 'FORBEAR ' TO BF-CARD-STATUS
                       ADD 1 TO FORBEARANCE-WRITTEN
                       MOVE 'Y' TO END-OF-ARRANGEMENTS
                   END-IF
               END-IF
           END-IF
           .

       WRITE-TRAILER-RECORD.
           MOVE SPACES          TO BUREAU-FULL-RECORD
           MOVE 'T'             TO BG-RECORD-TYPE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  OF WHICH CHARGE-OFFS:   ' CHARGEOFFS-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REPORTED IN FORBEARANCE:  ' FORBEARANCE-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTS REWORKED:         ' REJECTS-REWORKED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           COMPUTE RUN-LOG-WRITTEN =
               DETAILS-WRITTEN + CLOSURES-WRITTEN + CHARGEOFFS-WRITTEN
                 + FORBEARANCE-WRITTEN
           MOVE REJECTS-UNMATCHED TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSBURFUL'.
