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
      *  CSPLSRPT
      *
      * Card plastic days-of-stock report. Walks PLASTINV (see
      * copy/PLASTINV.cpy) - the blank plastic held at the embossing
      * bureau per product and card design - and for every row
      * projects how long the stock on hand will last at the rolling
      * average daily issue the nightly CSEMBOSS run keeps, and how
      * long until it reaches its reorder point:
      *
      *   DAYS LEFT   PV-ON-HAND / PV-AVG-DAILY-ISSUE
      *   TO REORDER  (PV-ON-HAND - PV-REORDER-POINT) /
      *               PV-AVG-DAILY-ISSUE, zero once there
      *
      * Each row is marked OUT when nothing is left (stock can run
      * negative when the bureau has cut cards ahead of a delivery
      * being keyed), REORDER when it is at or under its reorder
      * point, NO USE when nothing has been issued from it lately,
      * and OK otherwise. Deliveries are keyed, and reorder points
      * set, through the PLST transaction (see src/CSPLSTOK.cbl).
      *
      * Read-only. This is a batch program (no CICS) driven by JCL -
      * see jcl/CSPLSRPT.jcl. Run after CSEMBOSS each night.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPLSRPT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PLASTINV ASSIGN TO PLASTINV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PV-STOCK-KEY
                  FILE STATUS IS PLASTINV-STATUS.

           SELECT PRODCAT ASSIGN TO PRODCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PD-PRODUCT-CODE
                  FILE STATUS IS PRODCAT-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  PLASTINV.
           COPY PLASTINV.

        FD  PRODCAT.
           COPY PRODCAT.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSPLSRPT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSPLSRPT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 PLASTINV-STATUS           PIC X(2) VALUE '00'.
       1 PRODCAT-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-STOCK              PIC X(1) VALUE 'N'.

      * One stock row's projection, for the report line.
       1 PRODUCT-NAME              PIC X(20) VALUE SPACES.
       1 STOCK-STANDING            PIC X(7) VALUE SPACES.
       1 DAYS-OF-STOCK             PIC 9(5) VALUE 0.
       1 DAYS-TO-REORDER           PIC 9(5) VALUE 0.
       1 ON-HAND-DISPLAY           PIC -(6)9.
       1 REORDER-DISPLAY           PIC Z(6)9.
       1 AVERAGE-DISPLAY           PIC Z(4)9.99.
       1 DAYS-DISPLAY              PIC Z(4)9.
       1 TO-REORDER-DISPLAY        PIC Z(4)9.
       1 DAYS-WORDING              PIC X(5) VALUE SPACES.
       1 TO-REORDER-WORDING        PIC X(5) VALUE SPACES.

       1 STOCK-TOTALS.
         2 ROWS-READ               PIC 9(7) VALUE 0.
         2 ROWS-OUT                PIC 9(7) VALUE 0.
         2 ROWS-TO-REORDER         PIC 9(7) VALUE 0.
         2 ROWS-NO-USE             PIC 9(7) VALUE 0.
         2 ROWS-OK                 PIC 9(7) VALUE 0.

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           OPEN INPUT PLASTINV
           OPEN INPUT PRODCAT

           DISPLAY '=============================================='
           DISPLAY 'CARD PLASTIC STOCK - PROJECTED DAYS OF STOCK'
           DISPLAY '=============================================='
           DISPLAY 'STANDING PROD DSGN NAME                  '
                   ' ON HAND  REORDER  AVG/DAY  DAYS  TO ROP'

           IF PLASTINV-STATUS = '00'
               PERFORM READ-NEXT-STOCK-ROW
               PERFORM PROJECT-ONE-STOCK-ROW
                   UNTIL END-OF-STOCK = 'Y'
               CLOSE PLASTINV
           ELSE
               DISPLAY 'PLASTINV NOT AVAILABLE - NO STOCK TO REPORT'
           END-IF

           CLOSE PRODCAT

           PERFORM PRINT-STOCK-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-NEXT-STOCK-ROW.
           READ PLASTINV NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-STOCK
           END-READ
           .

       PROJECT-ONE-STOCK-ROW.
           ADD 1 TO ROWS-READ

           PERFORM FIND-PRODUCT-NAME

           MOVE 0 TO DAYS-OF-STOCK
           MOVE 0 TO DAYS-TO-REORDER
           IF PV-ON-HAND > 0 AND PV-AVG-DAILY-ISSUE > 0
               COMPUTE DAYS-OF-STOCK =
                   PV-ON-HAND / PV-AVG-DAILY-ISSUE
               IF PV-ON-HAND > PV-REORDER-POINT
                   COMPUTE DAYS-TO-REORDER =
                       (PV-ON-HAND - PV-REORDER-POINT)
                       / PV-AVG-DAILY-ISSUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN PV-ON-HAND NOT > 0
                   MOVE 'OUT    ' TO STOCK-STANDING
                   ADD 1 TO ROWS-OUT
               WHEN PV-ON-HAND NOT > PV-REORDER-POINT
                   MOVE 'REORDER' TO STOCK-STANDING
                   ADD 1 TO ROWS-TO-REORDER
               WHEN PV-AVG-DAILY-ISSUE = 0
                   MOVE 'NO USE ' TO STOCK-STANDING
                   ADD 1 TO ROWS-NO-USE
               WHEN OTHER
                   MOVE 'OK     ' TO STOCK-STANDING
                   ADD 1 TO ROWS-OK
           END-EVALUATE

           IF PV-AVG-DAILY-ISSUE = 0 AND PV-ON-HAND > 0
               MOVE '  -  ' TO DAYS-WORDING
               MOVE '  -  ' TO TO-REORDER-WORDING
           ELSE
               MOVE DAYS-OF-STOCK   TO DAYS-DISPLAY
               MOVE DAYS-DISPLAY    TO DAYS-WORDING
               MOVE DAYS-TO-REORDER TO TO-REORDER-DISPLAY
               MOVE TO-REORDER-DISPLAY TO TO-REORDER-WORDING
           END-IF

           MOVE PV-ON-HAND         TO ON-HAND-DISPLAY
           MOVE PV-REORDER-POINT   TO REORDER-DISPLAY
           MOVE PV-AVG-DAILY-ISSUE TO AVERAGE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING STOCK-STANDING '  ' PV-PRODUCT-CODE
                  ' ' PV-CARD-DESIGN ' ' PRODUCT-NAME
                  ' ' ON-HAND-DISPLAY
                  '  ' REORDER-DISPLAY
                  ' ' AVERAGE-DISPLAY
                  ' ' DAYS-WORDING
                  '  ' TO-REORDER-WORDING
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM READ-NEXT-STOCK-ROW
           .

       FIND-PRODUCT-NAME.
           MOVE PV-PRODUCT-CODE TO PD-PRODUCT-CODE

           READ PRODCAT
               KEY IS PD-PRODUCT-CODE
               INVALID KEY
                   CONTINUE
           END-READ

           IF PRODCAT-STATUS = '00'
               MOVE PD-PRODUCT-NAME TO PRODUCT-NAME
           ELSE
               MOVE '(NOT IN CATALOG)' TO PRODUCT-NAME
           END-IF
           .

       PRINT-STOCK-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'STOCK ROWS READ:          ' ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OUT OF STOCK:             ' ROWS-OUT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'AT OR UNDER REORDER POINT:' ROWS-TO-REORDER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NO RECENT USE:            ' ROWS-NO-USE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'STOCK OK:                 ' ROWS-OK
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSPLSRPT'.
