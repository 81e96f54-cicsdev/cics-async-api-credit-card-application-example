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
      *  CSSCHSTA
      *
      * Quarterly card scheme operating statistics, by BIN range. The
      * scheme wants these every quarter and they were being built by
      * hand from CARDMAS. Every CARDRNG row (see copy/CARDRNG.cpy) is
      * a range of card numbers we are licensed to issue; a card
      * belongs to the range its number falls in (the first fifteen
      * digits - the sixteenth is the check digit), and the range's
      * BIN is the first six digits of its start.
      *
      * For the quarter (QUARTER= card, default the last complete
      * quarter before today) each range is given:
      *
      *   - cards ISSUED - CARDMAS cards whose CD-MAIL-DATE falls in
      *     the quarter, less those with a CARDHIST row in the
      *     quarter, which were a reissue of an existing card;
      *   - cards RENEWED, and cards REPLACED split LOST (LOST and
      *     LOCKLOST), STOLEN, COMPROMISED (BREACH) and OTHER
      *     (PRODCHG) - CARDHIST rows dated in the quarter (see
      *     copy/CARDHIST.cpy), put in the range of the number taken
      *     out of service;
      *   - cards CLOSED - CLOSED cards whose CSCACHE position was
      *     closed or charged off in the quarter (CC-CHECKED-DATE);
      *   - cards ACTIVE (ACTIVATD) and NOT ACTIVATED (PRODUCED, or
      *     BLOCKED by the CSCRDACT sweep having never been
      *     activated), as CARDMAS stands;
      *   - ACCOUNTS open (CSCACHE APPROVE, card not closed) and
      *     their CREDIT LIMITS;
      *   - PURCHASE and CASH ADVANCE volumes - CARDLDG debits of
      *     each posted in the quarter (LG-POST-DATE), gross, put in
      *     the range of LG-CARD-NUMBER.
      *
      * The book figures are as CARDMAS and CSCACHE stand when the
      * job runs - run it on the first working day after the
      * quarter closes.
      *
      * The figures go to the scheme on SCHSTAT (see
      * copy/SCHSTAT.cpy) - header, a detail per range, trailer. The
      * printed report lists the ranges, then a summary page tying
      * the range figures back to CARDMAS: every card read, by
      * status, with the cards outside every range (not reportable
      * to the scheme) shown on their own.
      *
      * Control cards off SCHCTL (no card keeps the default):
      *   QUARTER=YYYYQn  the quarter reported
      *   ISSUER=xxxxxxxxxxx  our scheme member id, for the header
      *
      * RC 8 when CARDRNG, CARDMAS, CSCACHE or CARDHIST cannot be
      * read (no file is written worth sending), RC 4 when CARDLDG is
      * unavailable (volumes reported as zero), when any live card
      * sits outside every range, or when the ranges do not tie back
      * to CARDMAS.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSSCHSTA.jcl. Schedule quarterly.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSSCHSTA.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CARDRNG ASSIGN TO CARDRNG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RG-PRODUCT-CODE
                  FILE STATUS IS CARDRNG-STATUS.

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT CARDHIST ASSIGN TO CARDHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CH-HIST-KEY
                  FILE STATUS IS CARDHIST-STATUS.

           SELECT CARDLDG ASSIGN TO CARDLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS CARDLDG-STATUS.

           SELECT SCHSTAT-FILE ASSIGN TO SCHSTAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS SCHSTAT-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO SCHCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS SCHCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CARDRNG.
           COPY CARDRNG.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  CARDHIST.
           COPY CARDHIST.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  SCHSTAT-FILE.
           COPY SCHSTAT.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSSCHSTA'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSSCHSTA'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CARDRNG-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 CARDHIST-STATUS          PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 SCHSTAT-STATUS           PIC X(2) VALUE '00'.
       1 SCHCTL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-CARDRNG           PIC X(1) VALUE 'N'.
       1 END-OF-CARDMAS           PIC X(1) VALUE 'N'.
       1 END-OF-CARDHIST          PIC X(1) VALUE 'N'.
       1 END-OF-CARDLDG           PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS     PIC X(1) VALUE 'N'.
       1 LEDGER-AVAILABLE         PIC X(1) VALUE 'N'.

       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 ISSUER-ID                PIC X(11) VALUE SPACES.

      * The quarter - YYYYQn, and its first and last days.
       1 QUARTER-ID               PIC X(6) VALUE SPACES.
       1 QUARTER-PARTS REDEFINES QUARTER-ID.
         2 QUARTER-YEAR           PIC 9(4).
         2 QUARTER-Q              PIC X(1).
         2 QUARTER-NUMBER         PIC 9(1).
       1 RUN-MONTH                PIC 9(2) VALUE 0.
       1 PERIOD-START-NUM         PIC 9(8) VALUE 0.
       1 PERIOD-START-PARTS REDEFINES PERIOD-START-NUM.
         2 PERIOD-START-YEAR      PIC 9(4).
         2 PERIOD-START-MONTH     PIC 9(2).
         2 PERIOD-START-DAY       PIC 9(2).
       1 PERIOD-END-NUM           PIC 9(8) VALUE 0.
       1 PERIOD-END-PARTS REDEFINES PERIOD-END-NUM.
         2 PERIOD-END-YEAR        PIC 9(4).
         2 PERIOD-END-MONTH       PIC 9(2).
         2 PERIOD-END-DAY         PIC 9(2).
       1 PERIOD-START             PIC X(8) VALUE SPACES.
       1 PERIOD-END               PIC X(8) VALUE SPACES.

      * The BIN ranges off CARDRNG. The entry after the last range
      * gathers the cards that fall in none of them.
       1 RANGE-MAX                PIC S9(4) COMP VALUE 100.
       1 RANGE-COUNT              PIC S9(4) COMP VALUE 0.
       1 RANGE-IX                 PIC S9(4) COMP VALUE 0.
       1 FOUND-IX                 PIC S9(4) COMP VALUE 0.
       1 OUTSIDE-IX               PIC S9(4) COMP VALUE 0.
       1 BIN-RANGE-TABLE.
         2 BIN-RANGE              OCCURS 101.
           3 BR-PRODUCT-CODE      PIC X(4).
           3 BR-RANGE-START       PIC 9(15).
           3 BR-RANGE-END         PIC 9(15).
           3 BR-CARDS-ISSUED      PIC 9(9).
           3 BR-CARDS-RENEWED     PIC 9(9).
           3 BR-REPL-LOST         PIC 9(9).
           3 BR-REPL-STOLEN       PIC 9(9).
           3 BR-REPL-COMPROMISED  PIC 9(9).
           3 BR-REPL-OTHER        PIC 9(9).
           3 BR-CARDS-CLOSED      PIC 9(9).
           3 BR-CARDS-ACTIVE      PIC 9(9).
           3 BR-CARDS-NOT-ACTIVATED PIC 9(9).
           3 BR-CARDS-IN-PRODUCTION PIC 9(9).
           3 BR-CARDS-CLOSED-BOOK PIC 9(9).
           3 BR-CARDS-OTHER       PIC 9(9).
           3 BR-ACCOUNTS          PIC 9(9).
           3 BR-CREDIT-LIMITS     PIC 9(13).
           3 BR-PURCHASE-COUNT    PIC 9(9).
           3 BR-PURCHASE-AMOUNT   PIC 9(13)V99.
           3 BR-CASH-COUNT        PIC 9(9).
           3 BR-CASH-AMOUNT       PIC 9(13)V99.

      * Matching a card number to its range.
       1 MATCH-CARD-NUMBER        PIC X(16) VALUE SPACES.
       1 MATCH-BASE               PIC 9(15) VALUE 0.
       1 BIN-WORK                 PIC 9(15) VALUE 0.

      * A CARDMAS card's standing.
       1 CARD-IS-REISSUE          PIC X(1) VALUE 'N'.

      * CARDMAS itself, counted without the ranges, for the tie-back.
       1 BOOK-TOTALS.
         2 CARDMAS-ROWS-READ      PIC 9(9) VALUE 0.
         2 BOOK-ACTIVE            PIC 9(9) VALUE 0.
         2 BOOK-NOT-ACTIVATED     PIC 9(9) VALUE 0.
         2 BOOK-IN-PRODUCTION     PIC 9(9) VALUE 0.
         2 BOOK-CLOSED            PIC 9(9) VALUE 0.
         2 BOOK-OTHER             PIC 9(9) VALUE 0.
         2 BOOK-NOT-FOUND-CSCACHE PIC 9(9) VALUE 0.
         2 CARDHIST-ROWS-READ     PIC 9(9) VALUE 0.
         2 CARDHIST-IN-QUARTER    PIC 9(9) VALUE 0.
         2 CARDLDG-ROWS-READ      PIC 9(9) VALUE 0.
         2 CARDLDG-IN-QUARTER     PIC 9(9) VALUE 0.
       1 RANGE-TOTALS.
         2 RT-CARDS-ACTIVE        PIC 9(9) VALUE 0.
         2 RT-CARDS-NOT-ACTIVATED PIC 9(9) VALUE 0.
         2 RT-CARDS-IN-PRODUCTION PIC 9(9) VALUE 0.
         2 RT-CARDS-CLOSED-BOOK   PIC 9(9) VALUE 0.
         2 RT-CARDS-OTHER         PIC 9(9) VALUE 0.
         2 RT-CARDS-ALL           PIC 9(9) VALUE 0.
         2 RT-ACCOUNTS            PIC 9(9) VALUE 0.
         2 RT-CREDIT-LIMITS       PIC 9(13) VALUE 0.
         2 RT-PURCHASE-AMOUNT     PIC 9(13)V99 VALUE 0.
         2 RT-CASH-AMOUNT         PIC 9(13)V99 VALUE 0.
       1 OUTSIDE-LIVE-CARDS       PIC 9(9) VALUE 0.
       1 DETAILS-WRITTEN          PIC 9(7) VALUE 0.
       1 BOOK-TIES                PIC X(1) VALUE 'Y'.

       1 RANGE-LINE-1.
         2 RL1-PRODUCT            PIC X(4).
         2 FILLER                 PIC X(1).
         2 RL1-BIN                PIC X(6).
         2 FILLER                 PIC X(1).
         2 RL1-ISSUED             PIC Z(7)9.
         2 FILLER                 PIC X(1).
         2 RL1-RENEWED            PIC Z(7)9.
         2 FILLER                 PIC X(1).
         2 RL1-LOST               PIC Z(6)9.
         2 FILLER                 PIC X(1).
         2 RL1-STOLEN             PIC Z(6)9.
         2 FILLER                 PIC X(1).
         2 RL1-COMPROMISED        PIC Z(6)9.
         2 FILLER                 PIC X(1).
         2 RL1-OTHER              PIC Z(6)9.
         2 FILLER                 PIC X(1).
         2 RL1-CLOSED             PIC Z(7)9.
         2 FILLER                 PIC X(1).
         2 RL1-ACTIVE             PIC Z(8)9.
         2 FILLER                 PIC X(1).
         2 RL1-NOT-ACTIVATED      PIC Z(7)9.
       1 RANGE-LINE-2.
         2 FILLER                 PIC X(12).
         2 RL2-ACCOUNTS           PIC Z(8)9.
         2 FILLER                 PIC X(1).
         2 RL2-LIMITS             PIC Z(12)9.
         2 FILLER                 PIC X(1).
         2 RL2-PURCHASE-COUNT     PIC Z(8)9.
         2 FILLER                 PIC X(1).
         2 RL2-PURCHASE-AMOUNT    PIC Z(12)9.99.
         2 FILLER                 PIC X(1).
         2 RL2-CASH-COUNT         PIC Z(8)9.
         2 FILLER                 PIC X(1).
         2 RL2-CASH-AMOUNT        PIC Z(12)9.99.
       1 COUNT-EDIT               PIC Z(8)9.
       1 AMOUNT-EDIT              PIC Z(12)9.99.

       1 REPORT-LINE              PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-CARDS
           PERFORM SET-QUARTER-DATES

           PERFORM LOAD-BIN-RANGES
           IF RANGE-COUNT = 0
               DISPLAY 'SCHEME STATISTICS NOT RUN - NO CARDRNG RANGES'
                       ' (STATUS ' CARDRNG-STATUS ')'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN INPUT CARDMAS
           OPEN INPUT CSCACHE
           OPEN INPUT CARDHIST
           IF CARDMAS-STATUS NOT = '00'
              OR CSCACHE-STATUS NOT = '00'
              OR CARDHIST-STATUS NOT = '00'
               DISPLAY 'SCHEME STATISTICS NOT RUN - CARDMAS STATUS '
                       CARDMAS-STATUS ' CSCACHE STATUS '
                       CSCACHE-STATUS ' CARDHIST STATUS '
                       CARDHIST-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           PERFORM COUNT-CARD-CHANGES
           PERFORM COUNT-CARD-BOOK

           CLOSE CARDMAS
           CLOSE CSCACHE
           CLOSE CARDHIST

           PERFORM COUNT-LEDGER-VOLUMES

           PERFORM ADD-UP-RANGES
               VARYING RANGE-IX FROM 1 BY 1
               UNTIL RANGE-IX > OUTSIDE-IX
           PERFORM CHECK-BOOK-TIES

           PERFORM WRITE-SCHEME-FILE

           PERFORM PRINT-RANGE-REPORT
           PERFORM PRINT-TIE-BACK-SUMMARY

           IF LEDGER-AVAILABLE = 'N'
              OR OUTSIDE-LIVE-CARDS > 0
              OR BOOK-TIES = 'N'
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF SCHCTL-STATUS = '00'
               PERFORM READ-NEXT-CONTROL-CARD
               PERFORM APPLY-CONTROL-CARD
                   UNTIL END-OF-CONTROL-CARDS = 'Y'

               CLOSE CONTROL-CARDS
           END-IF
           .

       READ-NEXT-CONTROL-CARD.
           READ CONTROL-CARDS
               AT END
                   MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-READ

           IF SCHCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:8) = 'QUARTER='
                AND CONTROL-CARD-RECORD(9:4) IS NUMERIC
                AND CONTROL-CARD-RECORD(13:1) = 'Q'
                AND CONTROL-CARD-RECORD(14:1) >= '1'
                AND CONTROL-CARD-RECORD(14:1) <= '4'
                   MOVE CONTROL-CARD-RECORD(9:6) TO QUARTER-ID
               WHEN CONTROL-CARD-RECORD(1:7) = 'ISSUER='
                   MOVE CONTROL-CARD-RECORD(8:11) TO ISSUER-ID
               WHEN OTHER
                   DISPLAY 'SCHCTL CARD IGNORED: '
                           CONTROL-CARD-RECORD
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

      * No QUARTER= card - the last quarter that has closed.
       SET-QUARTER-DATES.
           IF QUARTER-ID = SPACES
               MOVE RUN-DATE(1:4) TO QUARTER-YEAR
               MOVE 'Q'           TO QUARTER-Q
               MOVE RUN-DATE(5:2) TO RUN-MONTH
               COMPUTE QUARTER-NUMBER = (RUN-MONTH + 2) / 3
               IF QUARTER-NUMBER = 1
                   MOVE 4 TO QUARTER-NUMBER
                   SUBTRACT 1 FROM QUARTER-YEAR
               ELSE
                   SUBTRACT 1 FROM QUARTER-NUMBER
               END-IF
           END-IF

           MOVE QUARTER-YEAR TO PERIOD-START-YEAR
           MOVE QUARTER-YEAR TO PERIOD-END-YEAR
           COMPUTE PERIOD-START-MONTH = QUARTER-NUMBER * 3 - 2
           COMPUTE PERIOD-END-MONTH   = QUARTER-NUMBER * 3
           MOVE 1 TO PERIOD-START-DAY
           IF QUARTER-NUMBER = 2
              OR QUARTER-NUMBER = 3
               MOVE 30 TO PERIOD-END-DAY
           ELSE
               MOVE 31 TO PERIOD-END-DAY
           END-IF
           MOVE PERIOD-START-NUM TO PERIOD-START
           MOVE PERIOD-END-NUM   TO PERIOD-END
           .

      ******************************************************************
      * The ranges.
      ******************************************************************
       LOAD-BIN-RANGES.
           INITIALIZE BIN-RANGE-TABLE

           OPEN INPUT CARDRNG
           IF CARDRNG-STATUS NOT = '00'
               GO TO LOAD-BIN-RANGES-EXIT
           END-IF

           PERFORM READ-NEXT-CARDRNG-ROW
           PERFORM TAKE-ONE-RANGE
               UNTIL END-OF-CARDRNG = 'Y'

           CLOSE CARDRNG
           .
       LOAD-BIN-RANGES-EXIT.
           COMPUTE OUTSIDE-IX = RANGE-COUNT + 1
           MOVE 'NONE' TO BR-PRODUCT-CODE(OUTSIDE-IX)
           .

       READ-NEXT-CARDRNG-ROW.
           READ CARDRNG NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CARDRNG
           END-READ

           IF CARDRNG-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CARDRNG
           END-IF
           .

       TAKE-ONE-RANGE.
           IF RANGE-COUNT < RANGE-MAX
               ADD 1 TO RANGE-COUNT
               MOVE RG-PRODUCT-CODE TO BR-PRODUCT-CODE(RANGE-COUNT)
               MOVE RG-RANGE-START  TO BR-RANGE-START(RANGE-COUNT)
               MOVE RG-RANGE-END    TO BR-RANGE-END(RANGE-COUNT)
           ELSE
               DISPLAY 'CARDRNG RANGE NOT REPORTED - TABLE FULL: '
                       RG-PRODUCT-CODE
           END-IF

           PERFORM READ-NEXT-CARDRNG-ROW
           .

      * MATCH-CARD-NUMBER in, FOUND-IX out - the first range holding
      * it, or the outside entry.
       FIND-CARD-RANGE.
           MOVE OUTSIDE-IX TO FOUND-IX

           IF MATCH-CARD-NUMBER(1:15) IS NUMERIC
               MOVE MATCH-CARD-NUMBER(1:15) TO MATCH-BASE
               PERFORM CHECK-ONE-RANGE
                   VARYING RANGE-IX FROM 1 BY 1
                   UNTIL RANGE-IX > RANGE-COUNT
                      OR FOUND-IX NOT = OUTSIDE-IX
           END-IF
           .

       CHECK-ONE-RANGE.
           IF MATCH-BASE >= BR-RANGE-START(RANGE-IX)
              AND MATCH-BASE <= BR-RANGE-END(RANGE-IX)
               MOVE RANGE-IX TO FOUND-IX
           END-IF
           .

      ******************************************************************
      * Renewals and replacements - CARDHIST rows in the quarter.
      ******************************************************************
       COUNT-CARD-CHANGES.
           PERFORM READ-NEXT-CARDHIST-ROW
           PERFORM COUNT-ONE-CARD-CHANGE
               UNTIL END-OF-CARDHIST = 'Y'
           .

       READ-NEXT-CARDHIST-ROW.
           READ CARDHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CARDHIST
           END-READ

           IF CARDHIST-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CARDHIST
           END-IF
           .

       COUNT-ONE-CARD-CHANGE.
           ADD 1 TO CARDHIST-ROWS-READ

           IF CH-CHANGE-DATE >= PERIOD-START
              AND CH-CHANGE-DATE <= PERIOD-END
               ADD 1 TO CARDHIST-IN-QUARTER
               MOVE CH-OLD-CARD-NUMBER TO MATCH-CARD-NUMBER
               PERFORM FIND-CARD-RANGE
               EVALUATE CH-CHANGE-REASON
                   WHEN 'RENEWAL '
                       ADD 1 TO BR-CARDS-RENEWED(FOUND-IX)
                   WHEN 'LOST    '
                   WHEN 'LOCKLOST'
                       ADD 1 TO BR-REPL-LOST(FOUND-IX)
                   WHEN 'STOLEN  '
                       ADD 1 TO BR-REPL-STOLEN(FOUND-IX)
                   WHEN 'BREACH  '
                       ADD 1 TO BR-REPL-COMPROMISED(FOUND-IX)
                   WHEN OTHER
                       ADD 1 TO BR-REPL-OTHER(FOUND-IX)
               END-EVALUATE
           END-IF

           PERFORM READ-NEXT-CARDHIST-ROW
           .

      ******************************************************************
      * The card book - CARDMAS, with the CSCACHE position behind
      * each card.
      ******************************************************************
       COUNT-CARD-BOOK.
           PERFORM READ-NEXT-CARDMAS-ROW
           PERFORM COUNT-ONE-CARD
               UNTIL END-OF-CARDMAS = 'Y'
           .

       READ-NEXT-CARDMAS-ROW.
           READ CARDMAS NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CARDMAS
           END-READ

           IF CARDMAS-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CARDMAS
           END-IF
           .

       COUNT-ONE-CARD.
           ADD 1 TO CARDMAS-ROWS-READ

           MOVE CD-CARD-NUMBER TO MATCH-CARD-NUMBER
           PERFORM FIND-CARD-RANGE

           EVALUATE CD-PRODUCTION-STATUS
               WHEN 'ACTIVATD'
                   ADD 1 TO BOOK-ACTIVE
                   ADD 1 TO BR-CARDS-ACTIVE(FOUND-IX)
               WHEN 'PRODUCED'
               WHEN 'BLOCKED '
                   ADD 1 TO BOOK-NOT-ACTIVATED
                   ADD 1 TO BR-CARDS-NOT-ACTIVATED(FOUND-IX)
               WHEN 'ASSIGNED'
               WHEN 'EXTRACTD'
               WHEN 'UNKNOWN '
                   ADD 1 TO BOOK-IN-PRODUCTION
                   ADD 1 TO BR-CARDS-IN-PRODUCTION(FOUND-IX)
               WHEN 'CLOSED  '
                   ADD 1 TO BOOK-CLOSED
                   ADD 1 TO BR-CARDS-CLOSED-BOOK(FOUND-IX)
               WHEN OTHER
                   ADD 1 TO BOOK-OTHER
                   ADD 1 TO BR-CARDS-OTHER(FOUND-IX)
           END-EVALUATE

           IF FOUND-IX = OUTSIDE-IX
              AND CD-PRODUCTION-STATUS NOT = 'CLOSED  '
              AND CD-PRODUCTION-STATUS NOT = 'REJECTED'
              AND CD-PRODUCTION-STATUS NOT = 'SPOILED '
               ADD 1 TO OUTSIDE-LIVE-CARDS
               MOVE SPACES TO REPORT-LINE
               STRING 'OUTSIDE EVERY RANGE: ACCT ' CD-CUST-NO
                      ' SEQ ' CD-APPL-SEQ-NO ' CARD ' CD-CARD-NUMBER
                      ' ' CD-PRODUCTION-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF

           IF CD-MAIL-DATE >= PERIOD-START
              AND CD-MAIL-DATE <= PERIOD-END
               PERFORM CHECK-FOR-REISSUE
               IF CARD-IS-REISSUE = 'N'
                   ADD 1 TO BR-CARDS-ISSUED(FOUND-IX)
               END-IF
           END-IF

           PERFORM COUNT-CARD-POSITION

           PERFORM READ-NEXT-CARDMAS-ROW
           .

      * A renewal or replacement in the quarter re-mails the card -
      * that mailing is counted on CARDHIST, not as a new issue.
       CHECK-FOR-REISSUE.
           MOVE 'N'            TO CARD-IS-REISSUE
           MOVE CD-CUST-NO     TO CH-CUST-NO
           MOVE CD-APPL-SEQ-NO TO CH-APPL-SEQ-NO
           MOVE PERIOD-START   TO CH-CHANGE-DATE
           MOVE LOW-VALUES     TO CH-CHANGE-TIME

           START CARDHIST KEY IS NOT LESS THAN CH-HIST-KEY
               INVALID KEY
                   GO TO CHECK-FOR-REISSUE-EXIT
           END-START

           READ CARDHIST NEXT RECORD
               AT END
                   GO TO CHECK-FOR-REISSUE-EXIT
           END-READ

           IF CARDHIST-STATUS = '00'
              AND CH-CUST-NO = CD-CUST-NO
              AND CH-APPL-SEQ-NO = CD-APPL-SEQ-NO
              AND CH-CHANGE-DATE <= PERIOD-END
               MOVE 'Y' TO CARD-IS-REISSUE
           END-IF
           .
       CHECK-FOR-REISSUE-EXIT.
           EXIT.

      * The position behind the card - closed in the quarter, or open
      * and carrying a limit.
       COUNT-CARD-POSITION.
           MOVE CD-CUST-NO     TO CC-CUST-NO
           MOVE CD-APPL-SEQ-NO TO CC-APPL-SEQ-NO
           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS NOT = '00'
               ADD 1 TO BOOK-NOT-FOUND-CSCACHE
               GO TO COUNT-CARD-POSITION-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CD-PRODUCTION-STATUS = 'CLOSED  '
                AND (CC-DECISION = 'CLOSED  '
                     OR CC-DECISION = 'CHGDOFF ')
                AND CC-CHECKED-DATE >= PERIOD-START
                AND CC-CHECKED-DATE <= PERIOD-END
                   ADD 1 TO BR-CARDS-CLOSED(FOUND-IX)
               WHEN CC-DECISION = 'APPROVE '
                AND CD-PRODUCTION-STATUS NOT = 'CLOSED  '
                AND CD-PRODUCTION-STATUS NOT = 'REJECTED'
                AND CD-PRODUCTION-STATUS NOT = 'SPOILED '
                   ADD 1 TO BR-ACCOUNTS(FOUND-IX)
                   ADD CC-CREDIT-LIMIT-AMOUNT
                       TO BR-CREDIT-LIMITS(FOUND-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       COUNT-CARD-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * Purchase and cash volumes - CARDLDG debits posted in the
      * quarter.
      ******************************************************************
       COUNT-LEDGER-VOLUMES.
           OPEN INPUT CARDLDG
           IF CARDLDG-STATUS NOT = '00'
               DISPLAY 'CARDLDG NOT AVAILABLE - STATUS '
                       CARDLDG-STATUS ' - VOLUMES REPORTED AS ZERO'
               GO TO COUNT-LEDGER-VOLUMES-EXIT
           END-IF
           MOVE 'Y' TO LEDGER-AVAILABLE

           PERFORM READ-NEXT-CARDLDG-ROW
           PERFORM COUNT-ONE-POSTING
               UNTIL END-OF-CARDLDG = 'Y'

           CLOSE CARDLDG
           .
       COUNT-LEDGER-VOLUMES-EXIT.
           EXIT.

       READ-NEXT-CARDLDG-ROW.
           READ CARDLDG NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CARDLDG
           END-READ

           IF CARDLDG-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CARDLDG
           END-IF
           .

       COUNT-ONE-POSTING.
           ADD 1 TO CARDLDG-ROWS-READ

           IF LG-POST-DATE >= PERIOD-START
              AND LG-POST-DATE <= PERIOD-END
              AND LG-IS-DEBIT
              AND (LG-TRAN-TYPE = 'PURCHASE'
                   OR LG-TRAN-TYPE = 'CASHADV ')
               ADD 1 TO CARDLDG-IN-QUARTER
               MOVE LG-CARD-NUMBER TO MATCH-CARD-NUMBER
               PERFORM FIND-CARD-RANGE
               IF LG-TRAN-TYPE = 'PURCHASE'
                   ADD 1         TO BR-PURCHASE-COUNT(FOUND-IX)
                   ADD LG-AMOUNT TO BR-PURCHASE-AMOUNT(FOUND-IX)
               ELSE
                   ADD 1         TO BR-CASH-COUNT(FOUND-IX)
                   ADD LG-AMOUNT TO BR-CASH-AMOUNT(FOUND-IX)
               END-IF
           END-IF

           PERFORM READ-NEXT-CARDLDG-ROW
           .

      ******************************************************************
      * The tie-back - the ranges, the outside entry included, must
      * add up to CARDMAS counted on its own.
      ******************************************************************
       ADD-UP-RANGES.
           ADD BR-CARDS-ACTIVE(RANGE-IX)        TO RT-CARDS-ACTIVE
           ADD BR-CARDS-NOT-ACTIVATED(RANGE-IX)
               TO RT-CARDS-NOT-ACTIVATED
           ADD BR-CARDS-IN-PRODUCTION(RANGE-IX)
               TO RT-CARDS-IN-PRODUCTION
           ADD BR-CARDS-CLOSED-BOOK(RANGE-IX)   TO RT-CARDS-CLOSED-BOOK
           ADD BR-CARDS-OTHER(RANGE-IX)         TO RT-CARDS-OTHER
           ADD BR-ACCOUNTS(RANGE-IX)            TO RT-ACCOUNTS
           ADD BR-CREDIT-LIMITS(RANGE-IX)       TO RT-CREDIT-LIMITS
           ADD BR-PURCHASE-AMOUNT(RANGE-IX)     TO RT-PURCHASE-AMOUNT
           ADD BR-CASH-AMOUNT(RANGE-IX)         TO RT-CASH-AMOUNT
           .

       CHECK-BOOK-TIES.
           COMPUTE RT-CARDS-ALL = RT-CARDS-ACTIVE
                                + RT-CARDS-NOT-ACTIVATED
                                + RT-CARDS-IN-PRODUCTION
                                + RT-CARDS-CLOSED-BOOK
                                + RT-CARDS-OTHER

           IF RT-CARDS-ALL NOT = CARDMAS-ROWS-READ
              OR RT-CARDS-ACTIVE NOT = BOOK-ACTIVE
              OR RT-CARDS-NOT-ACTIVATED NOT = BOOK-NOT-ACTIVATED
              OR RT-CARDS-IN-PRODUCTION NOT = BOOK-IN-PRODUCTION
              OR RT-CARDS-CLOSED-BOOK NOT = BOOK-CLOSED
              OR RT-CARDS-OTHER NOT = BOOK-OTHER
               MOVE 'N' TO BOOK-TIES
           END-IF
           .

      ******************************************************************
      * SCHSTAT - header, a detail per range, trailer. The trailer
      * carries the reported ranges' totals, so cards outside every
      * range are left out of it as they are out of the details.
      ******************************************************************
       WRITE-SCHEME-FILE.
           OPEN OUTPUT SCHSTAT-FILE
           IF SCHSTAT-STATUS NOT = '00'
               DISPLAY 'SCHSTAT NOT WRITTEN - STATUS ' SCHSTAT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-SCHEME-FILE-EXIT
           END-IF

           MOVE SPACES       TO SCHSTAT-HEADER-RECORD
           MOVE 'H'          TO SQ-HDR-RECORD-TYPE
           MOVE ISSUER-ID    TO SQ-HDR-ISSUER-ID
           MOVE QUARTER-ID   TO SQ-HDR-QUARTER
           MOVE PERIOD-START TO SQ-HDR-PERIOD-START
           MOVE PERIOD-END   TO SQ-HDR-PERIOD-END
           MOVE RUN-DATE     TO SQ-HDR-CREATED-DATE
           WRITE SCHSTAT-HEADER-RECORD

           PERFORM WRITE-ONE-DETAIL
               VARYING RANGE-IX FROM 1 BY 1
               UNTIL RANGE-IX > RANGE-COUNT

           MOVE SPACES          TO SCHSTAT-TRAILER-RECORD
           MOVE 'T'             TO SQ-TRL-RECORD-TYPE
           MOVE DETAILS-WRITTEN TO SQ-TRL-DETAIL-COUNT
           COMPUTE SQ-TRL-CARDS-ACTIVE =
               RT-CARDS-ACTIVE - BR-CARDS-ACTIVE(OUTSIDE-IX)
           COMPUTE SQ-TRL-NOT-ACTIVATED =
               RT-CARDS-NOT-ACTIVATED
                   - BR-CARDS-NOT-ACTIVATED(OUTSIDE-IX)
           COMPUTE SQ-TRL-ACCOUNTS =
               RT-ACCOUNTS - BR-ACCOUNTS(OUTSIDE-IX)
           COMPUTE SQ-TRL-CREDIT-LIMITS =
               RT-CREDIT-LIMITS - BR-CREDIT-LIMITS(OUTSIDE-IX)
           COMPUTE SQ-TRL-PURCHASE-AMOUNT =
               RT-PURCHASE-AMOUNT - BR-PURCHASE-AMOUNT(OUTSIDE-IX)
           COMPUTE SQ-TRL-CASH-AMOUNT =
               RT-CASH-AMOUNT - BR-CASH-AMOUNT(OUTSIDE-IX)
           WRITE SCHSTAT-TRAILER-RECORD

           CLOSE SCHSTAT-FILE
           .
       WRITE-SCHEME-FILE-EXIT.
           EXIT.

       WRITE-ONE-DETAIL.
           MOVE SPACES TO SCHSTAT-RECORD
           MOVE 'D'    TO SQ-RECORD-TYPE
           MOVE BR-RANGE-START(RANGE-IX)  TO SQ-RANGE-START
           MOVE SQ-RANGE-START(1:6)       TO SQ-BIN
           MOVE BR-PRODUCT-CODE(RANGE-IX) TO SQ-PRODUCT-CODE
           MOVE BR-RANGE-END(RANGE-IX)    TO SQ-RANGE-END
           MOVE BR-CARDS-ISSUED(RANGE-IX)     TO SQ-CARDS-ISSUED
           MOVE BR-CARDS-RENEWED(RANGE-IX)    TO SQ-CARDS-RENEWED
           MOVE BR-REPL-LOST(RANGE-IX)        TO SQ-REPL-LOST
           MOVE BR-REPL-STOLEN(RANGE-IX)      TO SQ-REPL-STOLEN
           MOVE BR-REPL-COMPROMISED(RANGE-IX) TO SQ-REPL-COMPROMISED
           MOVE BR-REPL-OTHER(RANGE-IX)       TO SQ-REPL-OTHER
           MOVE BR-CARDS-CLOSED(RANGE-IX)     TO SQ-CARDS-CLOSED
           MOVE BR-CARDS-ACTIVE(RANGE-IX)     TO SQ-CARDS-ACTIVE
           MOVE BR-CARDS-NOT-ACTIVATED(RANGE-IX)
               TO SQ-CARDS-NOT-ACTIVATED
           MOVE BR-ACCOUNTS(RANGE-IX)         TO SQ-ACCOUNTS
           MOVE BR-CREDIT-LIMITS(RANGE-IX)    TO SQ-CREDIT-LIMITS
           MOVE BR-PURCHASE-COUNT(RANGE-IX)   TO SQ-PURCHASE-COUNT
           MOVE BR-PURCHASE-AMOUNT(RANGE-IX)  TO SQ-PURCHASE-AMOUNT
           MOVE BR-CASH-COUNT(RANGE-IX)       TO SQ-CASH-COUNT
           MOVE BR-CASH-AMOUNT(RANGE-IX)      TO SQ-CASH-AMOUNT
           WRITE SCHSTAT-RECORD
           ADD 1 TO DETAILS-WRITTEN
           .

      ******************************************************************
      * The printed report.
      ******************************************************************
       PRINT-RANGE-REPORT.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CARD SCHEME STATISTICS ' QUARTER-ID
                  ' (' PERIOD-START ' TO ' PERIOD-END ')'
                  ' ISSUER ' ISSUER-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           DISPLAY 'PROD BIN      ISSUED  RENEWED    LOST  STOLEN '
                   'COMPROM   OTHER   CLOSED    ACTIVE NOT ACTV'
           DISPLAY '             ACCOUNTS CREDIT LIMITS PURCHASES '
                   '     PURCHASE AMT CASH ADVS         CASH AMT'

           PERFORM PRINT-ONE-RANGE
               VARYING RANGE-IX FROM 1 BY 1
               UNTIL RANGE-IX > OUTSIDE-IX
           .

       PRINT-ONE-RANGE.
           MOVE SPACES TO RANGE-LINE-1
           MOVE BR-PRODUCT-CODE(RANGE-IX)     TO RL1-PRODUCT
           IF RANGE-IX = OUTSIDE-IX
               MOVE 'NONE  '                  TO RL1-BIN
           ELSE
               MOVE BR-RANGE-START(RANGE-IX)  TO BIN-WORK
               MOVE BIN-WORK(1:6)             TO RL1-BIN
           END-IF
           MOVE BR-CARDS-ISSUED(RANGE-IX)     TO RL1-ISSUED
           MOVE BR-CARDS-RENEWED(RANGE-IX)    TO RL1-RENEWED
           MOVE BR-REPL-LOST(RANGE-IX)        TO RL1-LOST
           MOVE BR-REPL-STOLEN(RANGE-IX)      TO RL1-STOLEN
           MOVE BR-REPL-COMPROMISED(RANGE-IX) TO RL1-COMPROMISED
           MOVE BR-REPL-OTHER(RANGE-IX)       TO RL1-OTHER
           MOVE BR-CARDS-CLOSED(RANGE-IX)     TO RL1-CLOSED
           MOVE BR-CARDS-ACTIVE(RANGE-IX)     TO RL1-ACTIVE
           MOVE BR-CARDS-NOT-ACTIVATED(RANGE-IX) TO RL1-NOT-ACTIVATED
           DISPLAY RANGE-LINE-1

           MOVE SPACES TO RANGE-LINE-2
           MOVE BR-ACCOUNTS(RANGE-IX)         TO RL2-ACCOUNTS
           MOVE BR-CREDIT-LIMITS(RANGE-IX)    TO RL2-LIMITS
           MOVE BR-PURCHASE-COUNT(RANGE-IX)   TO RL2-PURCHASE-COUNT
           MOVE BR-PURCHASE-AMOUNT(RANGE-IX)  TO RL2-PURCHASE-AMOUNT
           MOVE BR-CASH-COUNT(RANGE-IX)       TO RL2-CASH-COUNT
           MOVE BR-CASH-AMOUNT(RANGE-IX)      TO RL2-CASH-AMOUNT
           DISPLAY RANGE-LINE-2
           .

       PRINT-TIE-BACK-SUMMARY.
           DISPLAY '=============================================='
           DISPLAY 'SUMMARY - TIE-BACK TO CARDMAS'
           DISPLAY '=============================================='
           MOVE CARDMAS-ROWS-READ TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDMAS CARDS READ:         ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BOOK-ACTIVE TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  ACTIVE:                   ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BOOK-NOT-ACTIVATED TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  NOT ACTIVATED:            ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BOOK-IN-PRODUCTION TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  IN PRODUCTION:            ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BOOK-CLOSED TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  CLOSED:                   ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BOOK-OTHER TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  REJECTED/SPOILED/OTHER:   ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE RT-CARDS-ALL TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDS ACROSS ALL RANGES:    ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE OUTSIDE-LIVE-CARDS TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  LIVE OUTSIDE EVERY RANGE: ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BOOK-NOT-FOUND-CSCACHE TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDS WITH NO CSCACHE ROW:  ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE RT-ACCOUNTS TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'OPEN ACCOUNTS:              ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE CARDHIST-IN-QUARTER TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDHIST ROWS IN QUARTER:   ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE CARDLDG-IN-QUARTER TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'LEDGER POSTINGS COUNTED:    ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE RT-PURCHASE-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'PURCHASE VOLUME:        ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE RT-CASH-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'CASH ADVANCE VOLUME:    ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE DETAILS-WRITTEN TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'SCHSTAT DETAILS WRITTEN:    ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF BOOK-TIES = 'Y'
               DISPLAY 'RANGES TIE TO CARDMAS'
           ELSE
               DISPLAY 'RANGES DO NOT TIE TO CARDMAS'
           END-IF
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-READ = CARDMAS-ROWS-READ
                                + CARDHIST-ROWS-READ
                                + CARDLDG-ROWS-READ
           MOVE DETAILS-WRITTEN    TO RUN-LOG-WRITTEN
           MOVE OUTSIDE-LIVE-CARDS TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSSCHSTA'.
