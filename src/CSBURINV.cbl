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
      *  CSBURINV
      *
      * Monthly credit bureau invoice reconciliation. Each bureau
      * charges us per inquiry and sends a monthly invoice detail
      * file (see copy/BURINV.cpy); this job checks that file
      * against the pulls we know we made for the month named on
      * the BURICTL control card (MONTH=YYYYMM - no card means last
      * month).
      *
      * Our side is BURSNAP (see copy/BURSNAP.cpy). CRDTCHK files a
      * row for every application's bureau call and CSRECON one for
      * every drift-check lookup, each saying which bureaus were
      * actually reached. A chargeable pull is one bureau reached on
      * one of those rows. Left out:
      *
      *   - cache hits - a fresh CSCACHE score means ASYNCPNT never
      *     calls CRDTCHK, so no row is ever filed for one;
      *   - dry runs - ACCD what-ifs (BS-DRY-RUN-FLAG 'Y') are not
      *     the business's own inquiries;
      *   - failed calls - a bureau that was down, marked down or
      *     never answered after the retries was not reached.
      *
      * The report on SYSOUT gives, per day and per bureau, the
      * pulls we made against the lines billed; then every billed
      * line we cannot match to a pull of ours (same bureau, same
      * account, same day) and every pull of ours nobody billed;
      * then the month's cost per application by product - matched
      * charges on application pulls, against the month's live
      * applications on the AUDIT trail for the product. CSRECON's
      * pulls belong to no application and are shown separately as
      * overhead.
      *
      * An invoice file that has not landed is treated as empty, so
      * every pull on that bureau shows as not billed. More pulls in
      * the month than the table holds leaves the reconciliation
      * incomplete - the run says so and ends with RETURN-CODE 8.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSBURINV.jcl. Schedule monthly, once both invoices are
      * in.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSBURINV.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT BURSNAP ASSIGN TO BURSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BS-SNAP-KEY
                  FILE STATUS IS BURSNAP-STATUS.

           SELECT INVOICE-ONE ASSIGN TO BURINV1
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BURINV1-STATUS.

           SELECT INVOICE-TWO ASSIGN TO BURINV2
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BURINV2-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO BURICTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BURICTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  BURSNAP.
           COPY BURSNAP.

      * Both suppliers send the copy/BURINV.cpy layout - each line
      * is moved into BURINV-RECORD below before it is looked at.
        FD  INVOICE-ONE.
        01  INVOICE-ONE-RECORD      PIC X(80).

        FD  INVOICE-TWO.
        01  INVOICE-TWO-RECORD      PIC X(80).

        FD  AUDIT-TRAIL.
           COPY AUDIT.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSBURINV'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSBURINV'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

           COPY BURINV.

       1 BURSNAP-STATUS            PIC X(2) VALUE '00'.
       1 BURINV1-STATUS            PIC X(2) VALUE '00'.
       1 BURINV2-STATUS            PIC X(2) VALUE '00'.
       1 AUDIT-STATUS              PIC X(2) VALUE '00'.
       1 BURICTL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-BURSNAP            PIC X(1) VALUE 'N'.
       1 END-OF-INVOICE            PIC X(1) VALUE 'N'.
       1 END-OF-AUDIT-TRAIL        PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8) VALUE SPACES.
       1 RUN-YEAR                  PIC 9(4) VALUE 0.
       1 RUN-MONTH                 PIC 9(2) VALUE 0.

      * The month being reconciled - last month unless BURICTL
      * says otherwise.
       1 RECON-MONTH.
         2 RECON-YEAR              PIC 9(4) VALUE 0.
         2 RECON-MM                PIC 9(2) VALUE 0.

      * The pull in hand while BURSNAP is read.
       1 THIS-BUREAU               PIC X(1) VALUE SPACE.
       1 THIS-BUREAU1-PULLED       PIC X(1) VALUE 'N'.
       1 THIS-BUREAU2-PULLED       PIC X(1) VALUE 'N'.
       1 THIS-PRODUCT              PIC X(4) VALUE SPACES.

      * Every chargeable pull of the month, one entry per bureau
      * reached, waiting for an invoice line to claim it.
       1 PULL-TABLE.
         2 PULL-ENTRY              OCCURS 5000.
           3 PL-BUREAU             PIC X(1).
           3 PL-CUST-NO            PIC X(8).
           3 PL-APPL-SEQ-NO        PIC 9(1).
           3 PL-PULL-DATE          PIC X(8).
           3 PL-PULL-TIME          PIC X(8).
           3 PL-PRODUCT            PIC X(4).
           3 PL-PULL-SOURCE        PIC X(1).
           3 PL-MATCHED            PIC X(1).
       1 PULL-COUNT                PIC S9(4) COMP VALUE 0.
       1 PULL-IX                   PIC S9(4) COMP VALUE 0.
       1 PULL-FOUND-IX             PIC S9(4) COMP VALUE 0.
       1 PULL-TABLE-FULL           PIC X(1) VALUE 'N'.

      * Pulled and billed per day of the month per bureau.
       1 DAY-TABLE.
         2 DAY-ENTRY               OCCURS 31.
           3 DAY-BUREAU            OCCURS 2.
             4 DAY-PULLED          PIC 9(5).
             4 DAY-BILLED          PIC 9(5).
       1 DAY-IX                    PIC S9(4) COMP VALUE 0.
       1 BUREAU-IX                 PIC S9(4) COMP VALUE 0.
       1 DAY-OF-MONTH              PIC 9(2) VALUE 0.

      * Applications, matched pulls and their cost per product.
       1 PRODUCT-TABLE.
         2 PRODUCT-ENTRY           OCCURS 20.
           3 PR-PRODUCT            PIC X(4).
           3 PR-APPLICATIONS       PIC 9(7).
           3 PR-PULLS              PIC 9(7).
           3 PR-COST               PIC 9(9)V99.
       1 PRODUCT-COUNT             PIC S9(4) COMP VALUE 0.
       1 PRODUCT-IX                PIC S9(4) COMP VALUE 0.
       1 PRODUCT-FOUND-IX          PIC S9(4) COMP VALUE 0.

       1 RECON-TOTALS.
         2 SNAPSHOTS-READ          PIC 9(7) VALUE 0.
         2 SNAPSHOTS-OTHER-MONTH   PIC 9(7) VALUE 0.
         2 SNAPSHOTS-DRY-RUN       PIC 9(7) VALUE 0.
         2 SNAPSHOTS-NOT-REACHED   PIC 9(7) VALUE 0.
         2 PULLS-CHARGEABLE        PIC 9(7) VALUE 0.
         2 PULLS-NOT-TABLED        PIC 9(7) VALUE 0.
         2 LINES-READ              PIC 9(7) VALUE 0.
         2 LINES-MATCHED           PIC 9(7) VALUE 0.
         2 LINES-UNMATCHED         PIC 9(7) VALUE 0.
         2 PULLS-NOT-BILLED        PIC 9(7) VALUE 0.
         2 APPLICATIONS-COUNTED    PIC 9(7) VALUE 0.
         2 MATCHED-TOTAL           PIC 9(9)V99 VALUE 0.
         2 UNMATCHED-TOTAL         PIC 9(9)V99 VALUE 0.
         2 OVERHEAD-PULLS          PIC 9(7) VALUE 0.
         2 OVERHEAD-TOTAL          PIC 9(9)V99 VALUE 0.

       1 BUREAU-BILLED.
         2 BUREAU-BILLED-TOTAL     PIC 9(9)V99 OCCURS 2.
       1 BUREAU-LINES.
         2 BUREAU-LINES-READ       PIC 9(7) OCCURS 2.

       1 COST-PER-APPLICATION      PIC 9(7)V99 VALUE 0.
       1 AMOUNT-EDIT               PIC Z(8)9.99.
       1 CHARGE-EDIT               PIC ZZ9.99.
       1 UNIT-COST-EDIT            PIC Z(6)9.99.

       1 REPORT-LINE               PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE(1:4) TO RUN-YEAR
           MOVE RUN-DATE(5:2) TO RUN-MONTH

           PERFORM SET-DEFAULT-MONTH
           PERFORM READ-CONTROL-CARDS

           INITIALIZE DAY-TABLE
           INITIALIZE BUREAU-BILLED
           INITIALIZE BUREAU-LINES

           PERFORM LOAD-CHARGEABLE-PULLS

           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'BUREAU INVOICE RECONCILIATION FOR ' RECON-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           DISPLAY 'BILLED LINES NOT MATCHED TO A PULL:'

           MOVE '1' TO THIS-BUREAU
           PERFORM MATCH-BUREAU-ONE-INVOICE
           MOVE '2' TO THIS-BUREAU
           PERFORM MATCH-BUREAU-TWO-INVOICE

           DISPLAY 'PULLS MADE BUT NOT BILLED:'
           PERFORM LIST-PULL-IF-NOT-BILLED
               VARYING PULL-IX FROM 1 BY 1
               UNTIL PULL-IX > PULL-COUNT

           PERFORM COUNT-MONTH-APPLICATIONS

           PERFORM PRINT-DAILY-COUNTS
           PERFORM PRINT-PRODUCT-COSTS
           PERFORM PRINT-RECON-SUMMARY

           IF PULL-TABLE-FULL = 'Y'
               DISPLAY 'RECONCILIATION INCOMPLETE - PULL TABLE FULL'
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       SET-DEFAULT-MONTH.
           IF RUN-MONTH = 1
               COMPUTE RECON-YEAR = RUN-YEAR - 1
               MOVE 12 TO RECON-MM
           ELSE
               MOVE RUN-YEAR TO RECON-YEAR
               COMPUTE RECON-MM = RUN-MONTH - 1
           END-IF
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF BURICTL-STATUS = '00'
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

           IF BURICTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           IF CONTROL-CARD-RECORD(1:6) = 'MONTH='
              AND CONTROL-CARD-RECORD(7:6) IS NUMERIC
               MOVE CONTROL-CARD-RECORD(7:6) TO RECON-MONTH
           END-IF

           PERFORM READ-NEXT-CONTROL-CARD
           .

      ******************************************************************
      * Our side - the month's chargeable pulls off BURSNAP.
      ******************************************************************
       LOAD-CHARGEABLE-PULLS.
           OPEN INPUT BURSNAP

           IF BURSNAP-STATUS = '00'
               PERFORM READ-NEXT-SNAPSHOT
               PERFORM TABLE-ONE-SNAPSHOT
                   UNTIL END-OF-BURSNAP = 'Y'

               CLOSE BURSNAP
           END-IF
           .

       READ-NEXT-SNAPSHOT.
           READ BURSNAP NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-BURSNAP
           END-READ
           .

      * A row filed before BURSNAP said which bureaus were reached
      * has spaces there - BS-BUREAU-USED answers for it then, and
      * an unavailable bureau was not reached at all.
       TABLE-ONE-SNAPSHOT.
           ADD 1 TO SNAPSHOTS-READ

           MOVE BS-BUREAU1-PULLED TO THIS-BUREAU1-PULLED
           MOVE BS-BUREAU2-PULLED TO THIS-BUREAU2-PULLED

           IF BS-PULL-SOURCE = SPACE
               MOVE 'N' TO THIS-BUREAU1-PULLED
               MOVE 'N' TO THIS-BUREAU2-PULLED
               IF BS-BUREAU-UNAVAILABLE NOT = 'Y'
                   IF BS-BUREAU-USED(1:1) = '1'
                      OR BS-BUREAU-USED(2:1) = '1'
                       MOVE 'Y' TO THIS-BUREAU1-PULLED
                   END-IF
                   IF BS-BUREAU-USED(1:1) = '2'
                      OR BS-BUREAU-USED(2:1) = '2'
                       MOVE 'Y' TO THIS-BUREAU2-PULLED
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN BS-SNAP-DATE(1:6) NOT = RECON-MONTH
                   ADD 1 TO SNAPSHOTS-OTHER-MONTH
               WHEN BS-DRY-RUN-FLAG = 'Y'
                   ADD 1 TO SNAPSHOTS-DRY-RUN
               WHEN THIS-BUREAU1-PULLED NOT = 'Y'
                AND THIS-BUREAU2-PULLED NOT = 'Y'
                   ADD 1 TO SNAPSHOTS-NOT-REACHED
               WHEN OTHER
                   MOVE BS-PRODUCT-CODE TO THIS-PRODUCT
                   IF THIS-PRODUCT = SPACES
                       MOVE 'STD ' TO THIS-PRODUCT
                   END-IF
                   IF THIS-BUREAU1-PULLED = 'Y'
                       MOVE '1' TO THIS-BUREAU
                       PERFORM ADD-CHARGEABLE-PULL
                   END-IF
                   IF THIS-BUREAU2-PULLED = 'Y'
                       MOVE '2' TO THIS-BUREAU
                       PERFORM ADD-CHARGEABLE-PULL
                   END-IF
           END-EVALUATE

           PERFORM READ-NEXT-SNAPSHOT
           .

       ADD-CHARGEABLE-PULL.
           ADD 1 TO PULLS-CHARGEABLE

           PERFORM SET-BUREAU-INDEX
           IF BS-SNAP-DATE(7:2) IS NUMERIC
               MOVE BS-SNAP-DATE(7:2) TO DAY-OF-MONTH
               IF DAY-OF-MONTH > 0 AND DAY-OF-MONTH < 32
                   MOVE DAY-OF-MONTH TO DAY-IX
                   ADD 1 TO DAY-PULLED(DAY-IX, BUREAU-IX)
               END-IF
           END-IF

           IF PULL-COUNT < 5000
               ADD 1 TO PULL-COUNT
               MOVE THIS-BUREAU      TO PL-BUREAU(PULL-COUNT)
               MOVE BS-CUST-NO       TO PL-CUST-NO(PULL-COUNT)
               MOVE BS-APPL-SEQ-NO   TO PL-APPL-SEQ-NO(PULL-COUNT)
               MOVE BS-SNAP-DATE     TO PL-PULL-DATE(PULL-COUNT)
               MOVE BS-SNAP-TIME     TO PL-PULL-TIME(PULL-COUNT)
               MOVE THIS-PRODUCT     TO PL-PRODUCT(PULL-COUNT)
               MOVE BS-PULL-SOURCE   TO PL-PULL-SOURCE(PULL-COUNT)
               MOVE 'N'              TO PL-MATCHED(PULL-COUNT)
           ELSE
               MOVE 'Y' TO PULL-TABLE-FULL
               ADD 1 TO PULLS-NOT-TABLED
           END-IF
           .

      ******************************************************************
      * Their side - each supplier's invoice lines, matched one for
      * one against our pulls on the same bureau, account and day.
      ******************************************************************
       MATCH-BUREAU-ONE-INVOICE.
           MOVE 'N' TO END-OF-INVOICE
           OPEN INPUT INVOICE-ONE

           IF BURINV1-STATUS = '00'
               PERFORM READ-NEXT-INVOICE-ONE
               PERFORM MATCH-ONE-INVOICE-ONE-LINE
                   UNTIL END-OF-INVOICE = 'Y'

               CLOSE INVOICE-ONE
           END-IF
           .

       READ-NEXT-INVOICE-ONE.
           READ INVOICE-ONE
               AT END
                   MOVE 'Y' TO END-OF-INVOICE
           END-READ

           IF END-OF-INVOICE = 'N'
               MOVE INVOICE-ONE-RECORD TO BURINV-RECORD
           END-IF
           .

       MATCH-ONE-INVOICE-ONE-LINE.
           IF BI-INQUIRY-LINE
               PERFORM MATCH-INVOICE-LINE
           END-IF

           PERFORM READ-NEXT-INVOICE-ONE
           .

       MATCH-BUREAU-TWO-INVOICE.
           MOVE 'N' TO END-OF-INVOICE
           OPEN INPUT INVOICE-TWO

           IF BURINV2-STATUS = '00'
               PERFORM READ-NEXT-INVOICE-TWO
               PERFORM MATCH-ONE-INVOICE-TWO-LINE
                   UNTIL END-OF-INVOICE = 'Y'

               CLOSE INVOICE-TWO
           END-IF
           .

       READ-NEXT-INVOICE-TWO.
           READ INVOICE-TWO
               AT END
                   MOVE 'Y' TO END-OF-INVOICE
           END-READ

           IF END-OF-INVOICE = 'N'
               MOVE INVOICE-TWO-RECORD TO BURINV-RECORD
           END-IF
           .

       MATCH-ONE-INVOICE-TWO-LINE.
           IF BI-INQUIRY-LINE
               PERFORM MATCH-INVOICE-LINE
           END-IF

           PERFORM READ-NEXT-INVOICE-TWO
           .

      * THIS-BUREAU names the supplier whose line is in
      * BURINV-RECORD. A line billed in the month is counted against
      * its day; one dated outside it cannot match a pull of ours.
       MATCH-INVOICE-LINE.
           ADD 1 TO LINES-READ
           PERFORM SET-BUREAU-INDEX
           ADD 1         TO BUREAU-LINES-READ(BUREAU-IX)
           ADD BI-CHARGE TO BUREAU-BILLED-TOTAL(BUREAU-IX)

           IF BI-INQUIRY-DATE(1:6) = RECON-MONTH
              AND BI-INQUIRY-DATE(7:2) IS NUMERIC
               MOVE BI-INQUIRY-DATE(7:2) TO DAY-OF-MONTH
               IF DAY-OF-MONTH > 0 AND DAY-OF-MONTH < 32
                   MOVE DAY-OF-MONTH TO DAY-IX
                   ADD 1 TO DAY-BILLED(DAY-IX, BUREAU-IX)
               END-IF
           END-IF

           MOVE 0 TO PULL-FOUND-IX
           PERFORM FIND-UNMATCHED-PULL
               VARYING PULL-IX FROM 1 BY 1
               UNTIL PULL-IX > PULL-COUNT
                  OR PULL-FOUND-IX > 0

           IF PULL-FOUND-IX > 0
               PERFORM CLAIM-MATCHED-PULL
           ELSE
               PERFORM LIST-UNMATCHED-LINE
           END-IF
           .

       SET-BUREAU-INDEX.
           IF THIS-BUREAU = '2'
               MOVE 2 TO BUREAU-IX
           ELSE
               MOVE 1 TO BUREAU-IX
           END-IF
           .

       FIND-UNMATCHED-PULL.
           IF PL-MATCHED(PULL-IX) = 'N'
              AND PL-BUREAU(PULL-IX) = THIS-BUREAU
              AND PL-CUST-NO(PULL-IX) = BI-CUST-NO
              AND PL-PULL-DATE(PULL-IX) = BI-INQUIRY-DATE
               MOVE PULL-IX TO PULL-FOUND-IX
           END-IF
           .

      * A matched charge is the application's cost, under the
      * product applied for - or overhead, for a CSRECON lookup.
       CLAIM-MATCHED-PULL.
           MOVE 'Y' TO PL-MATCHED(PULL-FOUND-IX)
           ADD 1         TO LINES-MATCHED
           ADD BI-CHARGE TO MATCHED-TOTAL

           IF PL-PULL-SOURCE(PULL-FOUND-IX) = 'R'
               ADD 1         TO OVERHEAD-PULLS
               ADD BI-CHARGE TO OVERHEAD-TOTAL
           ELSE
               MOVE PL-PRODUCT(PULL-FOUND-IX) TO THIS-PRODUCT
               PERFORM FIND-PRODUCT-ENTRY
               IF PRODUCT-FOUND-IX > 0
                   ADD 1 TO PR-PULLS(PRODUCT-FOUND-IX)
                   ADD BI-CHARGE TO PR-COST(PRODUCT-FOUND-IX)
               END-IF
           END-IF
           .

       LIST-UNMATCHED-LINE.
           ADD 1         TO LINES-UNMATCHED
           ADD BI-CHARGE TO UNMATCHED-TOTAL

           MOVE BI-CHARGE TO CHARGE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING '  BUREAU ' THIS-BUREAU
                  ' INV ' BI-INVOICE-NO
                  ' ACCT ' BI-CUST-NO
                  ' ON ' BI-INQUIRY-DATE ' ' BI-INQUIRY-TIME
                  ' REF ' BI-INQUIRY-REF
                  ' ' CHARGE-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       LIST-PULL-IF-NOT-BILLED.
           IF PL-MATCHED(PULL-IX) = 'N'
               ADD 1 TO PULLS-NOT-BILLED

               MOVE SPACES TO REPORT-LINE
               STRING '  BUREAU ' PL-BUREAU(PULL-IX)
                      ' ACCT ' PL-CUST-NO(PULL-IX)
                      ' SEQ ' PL-APPL-SEQ-NO(PULL-IX)
                      ' ON ' PL-PULL-DATE(PULL-IX)
                      ' ' PL-PULL-TIME(PULL-IX)
                      ' PRODUCT ' PL-PRODUCT(PULL-IX)
                      ' SOURCE ' PL-PULL-SOURCE(PULL-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      ******************************************************************
      * The month's applications per product, off the AUDIT trail -
      * live runs only, as CSBURRPT and CSEMBOSS count them.
      ******************************************************************
       COUNT-MONTH-APPLICATIONS.
           OPEN INPUT AUDIT-TRAIL

           IF AUDIT-STATUS = '00'
               PERFORM READ-NEXT-AUDIT-RECORD
               PERFORM COUNT-ONE-APPLICATION
                   UNTIL END-OF-AUDIT-TRAIL = 'Y'

               CLOSE AUDIT-TRAIL
           END-IF
           .

       READ-NEXT-AUDIT-RECORD.
           READ AUDIT-TRAIL
               AT END
                   MOVE 'Y' TO END-OF-AUDIT-TRAIL
           END-READ
           .

       COUNT-ONE-APPLICATION.
           IF AU-RUN-DATE(1:6) = RECON-MONTH
              AND AU-DRY-RUN-FLAG NOT = 'Y'
               ADD 1 TO APPLICATIONS-COUNTED
               MOVE AU-REQUESTED-PRODUCT TO THIS-PRODUCT
               IF THIS-PRODUCT = SPACES
                   MOVE 'STD ' TO THIS-PRODUCT
               END-IF
               PERFORM FIND-PRODUCT-ENTRY
               IF PRODUCT-FOUND-IX > 0
                   ADD 1 TO PR-APPLICATIONS(PRODUCT-FOUND-IX)
               END-IF
           END-IF

           PERFORM READ-NEXT-AUDIT-RECORD
           .

      * Finds THIS-PRODUCT's entry, adding it if there is room.
       FIND-PRODUCT-ENTRY.
           MOVE 0 TO PRODUCT-FOUND-IX
           PERFORM MATCH-PRODUCT-ENTRY
               VARYING PRODUCT-IX FROM 1 BY 1
               UNTIL PRODUCT-IX > PRODUCT-COUNT
                  OR PRODUCT-FOUND-IX > 0

           IF PRODUCT-FOUND-IX = 0
              AND PRODUCT-COUNT < 20
               ADD 1 TO PRODUCT-COUNT
               MOVE PRODUCT-COUNT TO PRODUCT-FOUND-IX
               MOVE THIS-PRODUCT TO PR-PRODUCT(PRODUCT-COUNT)
               MOVE 0 TO PR-APPLICATIONS(PRODUCT-COUNT)
               MOVE 0 TO PR-PULLS(PRODUCT-COUNT)
               MOVE 0 TO PR-COST(PRODUCT-COUNT)
           END-IF
           .

       MATCH-PRODUCT-ENTRY.
           IF PR-PRODUCT(PRODUCT-IX) = THIS-PRODUCT
               MOVE PRODUCT-IX TO PRODUCT-FOUND-IX
           END-IF
           .

      ******************************************************************
      * The report.
      ******************************************************************
       PRINT-DAILY-COUNTS.
           DISPLAY '=============================================='
           DISPLAY 'DAY       BUREAU  PULLED  BILLED'
           PERFORM PRINT-ONE-DAY
               VARYING DAY-IX FROM 1 BY 1
               UNTIL DAY-IX > 31
           .

       PRINT-ONE-DAY.
           PERFORM PRINT-ONE-DAY-BUREAU
               VARYING BUREAU-IX FROM 1 BY 1
               UNTIL BUREAU-IX > 2
           .

      * Quiet days are left off.
       PRINT-ONE-DAY-BUREAU.
           IF DAY-PULLED(DAY-IX, BUREAU-IX) > 0
              OR DAY-BILLED(DAY-IX, BUREAU-IX) > 0
               MOVE DAY-IX    TO DAY-OF-MONTH
               IF BUREAU-IX = 2
                   MOVE '2' TO THIS-BUREAU
               ELSE
                   MOVE '1' TO THIS-BUREAU
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING RECON-MONTH DAY-OF-MONTH
                      '  ' THIS-BUREAU
                      '       ' DAY-PULLED(DAY-IX, BUREAU-IX)
                      '   ' DAY-BILLED(DAY-IX, BUREAU-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       PRINT-PRODUCT-COSTS.
           DISPLAY '=============================================='
           DISPLAY 'PRODUCT  APPLICATIONS  PULLS    COST    PER APP'
           PERFORM PRINT-ONE-PRODUCT
               VARYING PRODUCT-IX FROM 1 BY 1
               UNTIL PRODUCT-IX > PRODUCT-COUNT

           MOVE OVERHEAD-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'CSRECON OVERHEAD   ' OVERHEAD-PULLS
                  ' ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * A product with pulls but no live application this month
      * (an application decided in the last seconds of the month
      * and audited in the next, say) shows no per-application
      * figure rather than dividing by zero.
       PRINT-ONE-PRODUCT.
           MOVE 0 TO COST-PER-APPLICATION
           IF PR-APPLICATIONS(PRODUCT-IX) > 0
               COMPUTE COST-PER-APPLICATION ROUNDED =
                   PR-COST(PRODUCT-IX) / PR-APPLICATIONS(PRODUCT-IX)
           END-IF

           MOVE PR-COST(PRODUCT-IX) TO AMOUNT-EDIT
           MOVE COST-PER-APPLICATION TO UNIT-COST-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING PR-PRODUCT(PRODUCT-IX)
                  '     ' PR-APPLICATIONS(PRODUCT-IX)
                  '       ' PR-PULLS(PRODUCT-IX)
                  ' ' AMOUNT-EDIT
                  ' ' UNIT-COST-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       PRINT-RECON-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'BURSNAP ROWS READ:           ' SNAPSHOTS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ROWS OUTSIDE THE MONTH:      ' SNAPSHOTS-OTHER-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DRY RUNS EXCLUDED:           ' SNAPSHOTS-DRY-RUN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FAILED CALLS EXCLUDED:       ' SNAPSHOTS-NOT-REACHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CHARGEABLE PULLS:            ' PULLS-CHARGEABLE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PULLS NOT TABLED:            ' PULLS-NOT-TABLED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BUREAU 1 LINES BILLED:       '
                  BUREAU-LINES-READ(1)
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BUREAU-BILLED-TOTAL(1) TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'BUREAU 1 AMOUNT BILLED:   ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BUREAU 2 LINES BILLED:       '
                  BUREAU-LINES-READ(2)
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE BUREAU-BILLED-TOTAL(2) TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'BUREAU 2 AMOUNT BILLED:   ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LINES MATCHED:               ' LINES-MATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE MATCHED-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT MATCHED:           ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BILLED NOT MATCHED:          ' LINES-UNMATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE UNMATCHED-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT NOT MATCHED:       ' AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PULLED NOT BILLED:           ' PULLS-NOT-BILLED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LIVE APPLICATIONS:           ' APPLICATIONS-COUNTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE LINES-READ TO RUN-LOG-READ
           MOVE LINES-UNMATCHED TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSBURINV'.
