      *
      * After the audit pass the EMBOSSRQ re-queue (see
      * copy/EMBOSSRQ.cpy) is walked for PENDING rows - replacement
      * and reissue cards queued by CRPL/CSRENEWL/CSNAMCHG, which
      * have no new audit row to ride on. Each one is extracted from
      * its CSCACHE row the same way, except that the card number
      * comes off the CARDMAS row (the re-queue exists precisely
      * because the number there is newer than the one cached at
      * approval), and the re-queue row moves to EXTRACTD so a rerun
      * never embosses it twice.
      *
      * Last, USRCARD (see copy/USRCARD.cpy) is walked for live
      * authorized-user cards at ASSIGNED - numbered by CAUS, not
      * yet sent. Each goes out with the user's own name and card
      * number and the cardholder's address off the position's
      * CSCACHE row, EM-USER-NO naming the user, and the row moves
      * to EXTRACTD. A user card on a position that is no longer an
      * approval is counted and left where it is.
      *
      * Every record written to the extract is a plastic the bureau
      * will cut, so each one is taken off PLASTINV (see
      * copy/PLASTINV.cpy) against the position's product and the
      * card design PRODCAT names for it - which is where renewals,
      * replacements, product changes and the bulk reissue after a
      * scheme compromise notice (see src/CSCMPMAT.cbl) draw stock,
      * since all of them reach the bureau through the re-queue. The
      * run's volumes are reported by source, and once the passes
      * are done each stock row's average daily issue is rolled
      * forward for the CSPLSRPT days-of-stock report. A night with
      * no PLASTINV file still extracts; it just draws no stock.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSEMBOSS.jcl. The AUDIT file is passed in as SYSUT1, the
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT USRCARD ASSIGN TO USRCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UC-USER-CARD-KEY
                  FILE STATUS IS USRCARD-STATUS.

           SELECT PRODCAT ASSIGN TO PRODCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PD-PRODUCT-CODE
                  FILE STATUS IS PRODCAT-STATUS.

           SELECT PLASTINV ASSIGN TO PLASTINV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PV-STOCK-KEY
                  FILE STATUS IS PLASTINV-STATUS.

           SELECT EMBOSS-EXTRACT ASSIGN TO EMBOSS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS EMBOSS-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
        FD  CARDMAS.
           COPY CARDMAS.

        FD  USRCARD.
           COPY USRCARD.

        FD  PRODCAT.
           COPY PRODCAT.

        FD  PLASTINV.
           COPY PLASTINV.

        FD  EMBOSS-EXTRACT.
           COPY EMBOSS.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSEMBOSS'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSEMBOSS'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 CTLPARM-STATUS            PIC X(2) VALUE '00'.
       1 EMBOSSRQ-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS            PIC X(2) VALUE '00'.
       1 USRCARD-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-REQUEUE            PIC X(1) VALUE 'N'.
       1 END-OF-USER-CARDS         PIC X(1) VALUE 'N'.
       1 PRODCAT-STATUS            PIC X(2) VALUE '00'.
       1 PLASTINV-STATUS           PIC X(2) VALUE '00'.
       1 PLASTINV-OPEN             PIC X(1) VALUE 'N'.
       1 END-OF-STOCK              PIC X(1) VALUE 'N'.
       1 RUN-DATE                  PIC X(8).

      * Field-level PII protection - see src/CSCRYPT.cbl. The active
         2 REQUEUE-ROWS-EXTRACTED  PIC 9(7) VALUE 0.
         2 REQUEUE-ROWS-NO-CACHE   PIC 9(7) VALUE 0.
         2 ROWS-SKIPPED-NOT-OPEN   PIC 9(7) VALUE 0.
         2 USER-CARDS-EXTRACTED    PIC 9(7) VALUE 0.
         2 USER-CARDS-NOT-OPEN     PIC 9(7) VALUE 0.

      * Plastic drawn from stock, by where the card came from - see
      * TAKE-PLASTIC-FROM-STOCK.
       1 PLASTIC-VOLUMES.
         2 PLASTICS-NEW-ISSUE      PIC 9(7) VALUE 0.
         2 PLASTICS-RENEWAL        PIC 9(7) VALUE 0.
         2 PLASTICS-REPLACEMENT    PIC 9(7) VALUE 0.
         2 PLASTICS-PRODUCT-CHANGE PIC 9(7) VALUE 0.
         2 PLASTICS-BREACH-REISSUE PIC 9(7) VALUE 0.
         2 PLASTICS-OTHER-REISSUE  PIC 9(7) VALUE 0.
         2 PLASTICS-USER-CARD      PIC 9(7) VALUE 0.
         2 STOCK-ROWS-OPENED       PIC 9(7) VALUE 0.
         2 STOCK-ROWS-ROLLED       PIC 9(7) VALUE 0.
         2 STOCK-ROWS-AT-REORDER   PIC 9(7) VALUE 0.

       1 PLASTIC-SOURCE            PIC X(8) VALUE SPACES.
       1 STOCK-DESIGN              PIC X(4) VALUE SPACES.
       1 USAGE-DAYS-HELD           PIC 9(3) VALUE 0.
       1 USAGE-WORK                PIC 9(9)V99 VALUE 0.
       1 ON-HAND-DISPLAY           PIC -(7)9.
       1 REORDER-DISPLAY           PIC Z(6)9.

      * Re-queue handling - a re-queued card's number comes off
      * CARDMAS, not the cache, since the replacement/reissue number
       1 USE-CARDMAS-NUMBER        PIC X(1)  VALUE 'N'.
       1 REQUEUE-CARD-NUMBER       PIC X(16) VALUE SPACES.

      * Authorized-user card handling - the name, number and expiry
      * come off the USRCARD row. See PROCESS-USER-CARD-QUEUE.
       1 EXTRACTING-USER-CARD      PIC X(1)  VALUE 'N'.

       1 REPORT-LINE               PIC X(60).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

      * is touched.
           PERFORM CHECK-DAY-CONTROL
           IF DAY-CONTROL-OK = 'N'
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN INPUT CSCACHE
           OPEN INPUT CARDMAS
           OPEN OUTPUT EMBOSS-EXTRACT
           OPEN INPUT PRODCAT

           OPEN I-O PLASTINV
           IF PLASTINV-STATUS = '00'
               MOVE 'Y' TO PLASTINV-OPEN
           ELSE
               DISPLAY 'PLASTINV NOT AVAILABLE - NO STOCK DRAWN'
           END-IF

           PERFORM READ-NEXT-AUDIT-RECORD
           PERFORM EXTRACT-IF-APPROVED

           PERFORM PROCESS-EMBOSS-REQUEUE

           PERFORM PROCESS-USER-CARD-QUEUE

           IF PLASTINV-OPEN = 'Y'
               PERFORM ROLL-STOCK-USAGE
               CLOSE PLASTINV
           END-IF

           CLOSE CSCACHE
           CLOSE CARDMAS
           CLOSE PRODCAT
           CLOSE EMBOSS-EXTRACT

           PERFORM PRINT-EXTRACT-SUMMARY

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

      * old SUCCESS audit row reads.
           IF CSCACHE-STATUS = '00'
               IF CC-DECISION = 'APPROVE '
                   MOVE 'NEWISSUE' TO PLASTIC-SOURCE
                   PERFORM BUILD-AND-WRITE-EMBOSS-RECORD
               ELSE
                   ADD 1 TO ROWS-SKIPPED-NOT-OPEN
      * it - the schemes will not take an extract without it. A row
      * from before expiry capture goes out blank and the bureau's
      * own edit rejects it, which is the honest outcome.
           MOVE 0 TO EM-USER-NO
           IF EXTRACTING-USER-CARD = 'Y'
               PERFORM APPLY-USER-CARD-DETAILS
           ELSE
               PERFORM READ-EXPIRY-OFF-CARD-MASTER
           END-IF

           IF ACTIVE-CRYPT-KEY NOT = SPACES
               MOVE 80 TO CRYPT-FIELD-LEN
           WRITE EMBOSS-RECORD

           ADD 1 TO ROWS-EXTRACTED

           PERFORM TAKE-PLASTIC-FROM-STOCK
           .

      * One plastic out of stock for the record just written, against
      * the position's product and the design PRODCAT cuts it from.
      * A product/design the file has no row for yet gets one,
      * starting from nothing, so the shortfall shows up as negative
      * stock rather than going uncounted. The first plastic on a new
      * run date starts that date's issue count afresh.
       TAKE-PLASTIC-FROM-STOCK.
           EVALUATE PLASTIC-SOURCE
               WHEN 'NEWISSUE'
                   ADD 1 TO PLASTICS-NEW-ISSUE
               WHEN 'RENEWAL '
                   ADD 1 TO PLASTICS-RENEWAL
               WHEN 'REPLACE '
                   ADD 1 TO PLASTICS-REPLACEMENT
               WHEN 'PRODCHG '
                   ADD 1 TO PLASTICS-PRODUCT-CHANGE
               WHEN 'BREACH  '
                   ADD 1 TO PLASTICS-BREACH-REISSUE
               WHEN 'USERCARD'
                   ADD 1 TO PLASTICS-USER-CARD
               WHEN OTHER
                   ADD 1 TO PLASTICS-OTHER-REISSUE
           END-EVALUATE

           IF PLASTINV-OPEN = 'Y'
               PERFORM FIND-CARD-DESIGN

               MOVE CC-PRODUCT-CODE TO PV-PRODUCT-CODE
               MOVE STOCK-DESIGN    TO PV-CARD-DESIGN

               READ PLASTINV
                   KEY IS PV-STOCK-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               IF PLASTINV-STATUS = '00'
                   PERFORM DRAW-ONE-PLASTIC
                   REWRITE PLASTINV-RECORD
               ELSE
                   MOVE SPACES          TO PLASTINV-RECORD
                   MOVE CC-PRODUCT-CODE TO PV-PRODUCT-CODE
                   MOVE STOCK-DESIGN    TO PV-CARD-DESIGN
                   MOVE 0 TO PV-ON-HAND PV-REORDER-POINT
                             PV-TOTAL-RECEIVED PV-TOTAL-ISSUED
                             PV-LAST-DELIVERY-QTY PV-LAST-ISSUE-QTY
                             PV-AVG-DAILY-ISSUE PV-AVG-DAYS-TRACKED
                   MOVE 'CSEMBOSS'      TO PV-UPDATED-BY
                   PERFORM DRAW-ONE-PLASTIC
                   WRITE PLASTINV-RECORD
                   ADD 1 TO STOCK-ROWS-OPENED
               END-IF
           END-IF
           .

       DRAW-ONE-PLASTIC.
           IF PV-LAST-ISSUE-DATE NOT = RUN-DATE
               MOVE RUN-DATE TO PV-LAST-ISSUE-DATE
               MOVE 0        TO PV-LAST-ISSUE-QTY
           END-IF

           SUBTRACT 1 FROM PV-ON-HAND
           ADD 1 TO PV-LAST-ISSUE-QTY
           ADD 1 TO PV-TOTAL-ISSUED
           .

      * The design comes off the catalog - blank, or a product the
      * catalog no longer carries, draws from the standard stock.
       FIND-CARD-DESIGN.
           MOVE 'BASE' TO STOCK-DESIGN
           MOVE CC-PRODUCT-CODE TO PD-PRODUCT-CODE

           READ PRODCAT
               KEY IS PD-PRODUCT-CODE
               INVALID KEY
                   CONTINUE
           END-READ

           IF PRODCAT-STATUS = '00'
              AND PD-CARD-DESIGN NOT = SPACES
               MOVE PD-CARD-DESIGN TO STOCK-DESIGN
           END-IF
           .

      * Roll every stock row's average daily issue forward by this
      * run date's count - zero for a row nothing was drawn from
      * tonight - over at most the last 30 run dates. A row already
      * rolled for this run date is left alone. Rows at or under
      * their reorder point are listed for the operator.
       ROLL-STOCK-USAGE.
           MOVE LOW-VALUES TO PV-STOCK-KEY

           START PLASTINV KEY >= PV-STOCK-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-STOCK
           END-START

           IF END-OF-STOCK = 'N'
               PERFORM READ-NEXT-STOCK-ROW
               PERFORM ROLL-ONE-STOCK-ROW
                   UNTIL END-OF-STOCK = 'Y'
           END-IF
           .

       READ-NEXT-STOCK-ROW.
           READ PLASTINV NEXT
               AT END
                   MOVE 'Y' TO END-OF-STOCK
           END-READ

           IF PLASTINV-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-STOCK
           END-IF
           .

       ROLL-ONE-STOCK-ROW.
           IF PV-AVG-ROLLED-DATE NOT = RUN-DATE
               IF PV-LAST-ISSUE-DATE NOT = RUN-DATE
                   MOVE 0 TO PV-LAST-ISSUE-QTY
               END-IF

               MOVE PV-AVG-DAYS-TRACKED TO USAGE-DAYS-HELD
               IF USAGE-DAYS-HELD > 29
                   MOVE 29 TO USAGE-DAYS-HELD
               END-IF

               COMPUTE USAGE-WORK =
                   PV-AVG-DAILY-ISSUE * USAGE-DAYS-HELD
                   + PV-LAST-ISSUE-QTY
               COMPUTE PV-AVG-DAILY-ISSUE ROUNDED =
                   USAGE-WORK / (USAGE-DAYS-HELD + 1)
               ADD 1 TO USAGE-DAYS-HELD GIVING PV-AVG-DAYS-TRACKED
               MOVE RUN-DATE TO PV-AVG-ROLLED-DATE

               REWRITE PLASTINV-RECORD
               ADD 1 TO STOCK-ROWS-ROLLED
           END-IF

           IF PV-ON-HAND NOT > PV-REORDER-POINT
              AND PV-REORDER-POINT > 0
               ADD 1 TO STOCK-ROWS-AT-REORDER
               MOVE PV-ON-HAND       TO ON-HAND-DISPLAY
               MOVE PV-REORDER-POINT TO REORDER-DISPLAY
               DISPLAY 'STOCK AT REORDER POINT: ' PV-PRODUCT-CODE
                   ' ' PV-CARD-DESIGN ' ON HAND ' ON-HAND-DISPLAY
                   ' REORDER AT ' REORDER-DISPLAY
           END-IF

           PERFORM READ-NEXT-STOCK-ROW
           .

      * The card's expiry rides on the extract - read off the
           END-IF
           .

      * An authorized user's card carries the user's name, number
      * and expiry - the user's name decrypted under the key named
      * on the USRCARD row.
       APPLY-USER-CARD-DETAILS.
           MOVE UC-USER-NAME   TO EM-CUSTOMER-NAME
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT UC-ENCRYPT-KEY
               EM-CUSTOMER-NAME CRYPT-FIELD-LEN
           MOVE UC-CARD-NUMBER TO EM-CARD-NUMBER
           MOVE UC-EXPIRY-DATE TO EM-EXPIRY-DATE
           MOVE UC-USER-NO     TO EM-USER-NO
           .

      * Walk the re-queue for PENDING rows - replacements and
      * reissues queued since the last run. Each is extracted from
      * its CSCACHE row with the CARDMAS card number, then the row
               IF CSCACHE-STATUS = '00'
                   PERFORM READ-REQUEUE-CARD-NUMBER

                   MOVE EQ-QUEUE-REASON TO PLASTIC-SOURCE

                   MOVE 'Y' TO USE-CARDMAS-NUMBER
                   PERFORM BUILD-AND-WRITE-EMBOSS-RECORD
                   MOVE 'N' TO USE-CARDMAS-NUMBER
           END-IF
           .

      * Walk USRCARD for live cards CAUS has numbered but nothing
      * has sent yet. Each is extracted against the position's
      * CSCACHE row, then moves to EXTRACTD so a rerun never
      * embosses it twice.
       PROCESS-USER-CARD-QUEUE.
           OPEN I-O USRCARD

           MOVE LOW-VALUES TO UC-USER-CARD-KEY

           START USRCARD KEY >= UC-USER-CARD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-USER-CARDS
           END-START

           IF END-OF-USER-CARDS = 'N'
               PERFORM READ-NEXT-USER-CARD
               PERFORM EXTRACT-ONE-USER-CARD
                   UNTIL END-OF-USER-CARDS = 'Y'
           END-IF

           CLOSE USRCARD
           .

       READ-NEXT-USER-CARD.
           READ USRCARD NEXT
               AT END
                   MOVE 'Y' TO END-OF-USER-CARDS
           END-READ

           IF USRCARD-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-USER-CARDS
           END-IF
           .

       EXTRACT-ONE-USER-CARD.
           IF UC-PRODUCTION-STATUS = 'ASSIGNED'
              AND UC-CARD-LIVE
               MOVE UC-CUST-NO     TO CC-CUST-NO
               MOVE UC-APPL-SEQ-NO TO CC-APPL-SEQ-NO

               READ CSCACHE
                   KEY IS CC-CACHE-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               IF CSCACHE-STATUS = '00'
                  AND CC-DECISION = 'APPROVE '
                   MOVE 'Y' TO EXTRACTING-USER-CARD
                   MOVE 'USERCARD' TO PLASTIC-SOURCE
                   PERFORM BUILD-AND-WRITE-EMBOSS-RECORD
                   MOVE 'N' TO EXTRACTING-USER-CARD

                   ADD 1 TO USER-CARDS-EXTRACTED

                   MOVE 'EXTRACTD' TO UC-PRODUCTION-STATUS
                   MOVE RUN-DATE   TO UC-EXTRACT-DATE
                   REWRITE USRCARD-RECORD
               ELSE
                   ADD 1 TO USER-CARDS-NOT-OPEN
               END-IF
           END-IF

           PERFORM READ-NEXT-USER-CARD
           .

       PRINT-EXTRACT-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'ROWS SKIPPED (NOT OPEN):  ' ROWS-SKIPPED-NOT-OPEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'USER CARDS EXTRACTED:     ' USER-CARDS-EXTRACTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'USER CARDS (NOT OPEN):    ' USER-CARDS-NOT-OPEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PLASTICS - NEW ISSUE:     ' PLASTICS-NEW-ISSUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PLASTICS - RENEWAL:       ' PLASTICS-RENEWAL
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PLASTICS - REPLACEMENT:   ' PLASTICS-REPLACEMENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PLASTICS - PRODUCT CHANGE:' PLASTICS-PRODUCT-CHANGE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PLASTICS - BREACH REISSUE:' PLASTICS-BREACH-REISSUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PLASTICS - OTHER REISSUE: ' PLASTICS-OTHER-REISSUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PLASTICS - USER CARD:     ' PLASTICS-USER-CARD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'STOCK ROWS OPENED:        ' STOCK-ROWS-OPENED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'STOCK ROWS ROLLED:        ' STOCK-ROWS-ROLLED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'STOCK AT REORDER POINT:   ' STOCK-ROWS-AT-REORDER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           COMPUTE RUN-LOG-WRITTEN =
               ROWS-EXTRACTED + REQUEUE-ROWS-EXTRACTED
                 + USER-CARDS-EXTRACTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSEMBOSS'.
