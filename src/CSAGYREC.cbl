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
      *  CSAGYREC
      *
      * Monthly collections agency reconciliation. The PLACEMNT
      * register (see copy/PLACEMNT.cpy) says what we have placed
      * with the agency and what it has collected for us; the
      * agency's month-end inventory file (see copy/AGYINV.cpy)
      * says what it believes it holds. This job compares the two
      * and bills the month's commission:
      *
      *   - the inventory is balanced against its trailer and
      *     table-loaded (up to 2000 placements);
      *   - every placement still PLACED must be on the inventory -
      *     one missing is reported, and one on it whose collected
      *     total differs from ours is reported with both figures;
      *   - a placement we have recalled, or that was settled or
      *     returned, must not be - the agency still working it is
      *     reported;
      *   - an inventory row naming no placement of ours is
      *     reported;
      *   - every placement with collections not yet billed has its
      *     commission worked at CP-AGENCY-COMMISSION-PCT (off
      *     CTLPARM; 25.00 when no record is loaded) and reported,
      *     and the amount moves from PL-UNBILLED-COLLECTED to
      *     PL-COMMISSION-BILLED, so a second run bills nothing
      *     twice. The total is the commission owed to the agency.
      *
      * An inventory file that has not landed skips the
      * comparison; the commission is still billed.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSAGYREC.jcl. Schedule monthly, once the agency's
      * inventory file has landed and after that night's CSAGYRTN.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSAGYREC.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT AGYINV-FILE ASSIGN TO AGYINV
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AGYINV-STATUS.

           SELECT PLACEMNT ASSIGN TO PLACEMNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PL-PLACEMENT-KEY
                  FILE STATUS IS PLACEMNT-STATUS.

           SELECT CTLPARM ASSIGN TO CTLPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  AGYINV-FILE.
           COPY AGYINV.

        FD  PLACEMNT.
           COPY PLACEMNT.

        FD  CTLPARM.
           COPY CTLPARM.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSAGYREC'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSAGYREC'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 AGYINV-STATUS            PIC X(2) VALUE '00'.
       1 PLACEMNT-STATUS          PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 INVENTORY-OPEN           PIC X(1) VALUE 'N'.
       1 END-OF-AGYINV            PIC X(1) VALUE 'N'.
       1 END-OF-PLACEMNT          PIC X(1) VALUE 'N'.
       1 INVENTORY-TRAILER-SEEN   PIC X(1) VALUE 'N'.

       1 COMMISSION-PCT           PIC 9(2)V99 VALUE 25.00.

       1 RUN-DATE                 PIC X(8).

      * The agency's inventory, table-loaded - each row marked once
      * a placement of ours has claimed it.
       1 INVENTORY-TABLE.
         2 INVENTORY-ENTRY OCCURS 2000.
           3 IV-CUST-NO           PIC X(8).
           3 IV-PLACED-DATE       PIC X(8).
           3 IV-AGENCY-STATUS     PIC X(8).
           3 IV-COLLECTED-TOTAL   PIC 9(7)V99.
           3 IV-MATCHED           PIC X(1).
       1 INVENTORY-LOADED         PIC S9(4) COMP VALUE 0.
       1 INVENTORY-IX             PIC S9(4) COMP VALUE 0.
       1 MATCHED-IX               PIC S9(4) COMP VALUE 0.

       1 COMMISSION-AMOUNT        PIC 9(7)V99 VALUE 0.

       1 AMOUNT-DISPLAY           PIC Z(6)9.99.
       1 SECOND-AMOUNT-DISPLAY    PIC Z(6)9.99.
       1 TOTAL-DISPLAY            PIC Z(10)9.99.
       1 PCT-DISPLAY              PIC Z9.99.

       1 RECON-TOTALS.
         2 INVENTORY-READ         PIC 9(7) VALUE 0.
         2 INVENTORY-NOT-LOADED   PIC 9(7) VALUE 0.
         2 INVENTORY-TRAILER-COUNT PIC 9(7) VALUE 0.
         2 PLACEMENTS-READ        PIC 9(7) VALUE 0.
         2 PLACEMENTS-LIVE        PIC 9(7) VALUE 0.
         2 LIVE-ON-INVENTORY      PIC 9(7) VALUE 0.
         2 LIVE-NOT-ON-INVENTORY  PIC 9(7) VALUE 0.
         2 COLLECTED-MISMATCHES   PIC 9(7) VALUE 0.
         2 CLOSED-STILL-HELD      PIC 9(7) VALUE 0.
         2 UNKNOWN-TO-US          PIC 9(7) VALUE 0.
         2 PLACEMENTS-BILLED      PIC 9(7) VALUE 0.
         2 COLLECTED-BILLED       PIC 9(11)V99 VALUE 0.
         2 COMMISSION-OWED        PIC 9(11)V99 VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM LOAD-AGENCY-INVENTORY

           OPEN I-O PLACEMNT

           PERFORM READ-NEXT-PLACEMENT
           PERFORM RECONCILE-ONE-PLACEMENT
               UNTIL END-OF-PLACEMNT = 'Y'

           CLOSE PLACEMNT

           IF INVENTORY-OPEN = 'Y'
               MOVE 0 TO INVENTORY-IX
               PERFORM REPORT-ONE-UNKNOWN-ROW INVENTORY-LOADED TIMES
           END-IF

           PERFORM PRINT-RECON-SUMMARY

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
               IF CP-AGENCY-COMMISSION-PCT IS NUMERIC
                  AND CP-AGENCY-COMMISSION-PCT > 0
                   MOVE CP-AGENCY-COMMISSION-PCT TO COMMISSION-PCT
               END-IF
           END-IF

           CLOSE CTLPARM
           .

      ******************************************************************
      * The agency's inventory, balanced against its trailer.
      ******************************************************************
       LOAD-AGENCY-INVENTORY.
           OPEN INPUT AGYINV-FILE

           IF AGYINV-STATUS = '00'
               MOVE 'Y' TO INVENTORY-OPEN
               PERFORM READ-NEXT-INVENTORY-ROW
               PERFORM LOAD-ONE-INVENTORY-ROW
                   UNTIL END-OF-AGYINV = 'Y'

               CLOSE AGYINV-FILE

               IF INVENTORY-TRAILER-SEEN = 'N'
                   DISPLAY 'OUT OF BALANCE: AGENCY INVENTORY FILE HAD '
                       'NO TRAILER'
               ELSE
                   IF INVENTORY-TRAILER-COUNT NOT = INVENTORY-READ
                       MOVE SPACES TO REPORT-LINE
                       STRING 'OUT OF BALANCE: INVENTORY TRAILER COUNT '
                              INVENTORY-TRAILER-COUNT
                              ' READ ' INVENTORY-READ
                           DELIMITED BY SIZE INTO REPORT-LINE
                       DISPLAY REPORT-LINE
                   END-IF
               END-IF
           ELSE
               DISPLAY 'AGENCY INVENTORY FILE NOT AVAILABLE - '
                   'COMMISSION ONLY'
           END-IF
           .

       READ-NEXT-INVENTORY-ROW.
           READ AGYINV-FILE
               AT END
                   MOVE 'Y' TO END-OF-AGYINV
           END-READ

           IF AGYINV-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-AGYINV
           END-IF
           .

       LOAD-ONE-INVENTORY-ROW.
           IF AI-IS-TRAILER
               MOVE 'Y'                 TO INVENTORY-TRAILER-SEEN
               MOVE AI-TRL-RECORD-COUNT TO INVENTORY-TRAILER-COUNT
           ELSE
               ADD 1 TO INVENTORY-READ

               IF INVENTORY-LOADED < 2000
                   ADD 1 TO INVENTORY-LOADED
                   MOVE AI-CUST-NO
                       TO IV-CUST-NO (INVENTORY-LOADED)
                   MOVE AI-PLACED-DATE
                       TO IV-PLACED-DATE (INVENTORY-LOADED)
                   MOVE AI-AGENCY-STATUS
                       TO IV-AGENCY-STATUS (INVENTORY-LOADED)
                   MOVE AI-COLLECTED-TOTAL
                       TO IV-COLLECTED-TOTAL (INVENTORY-LOADED)
                   MOVE 'N' TO IV-MATCHED (INVENTORY-LOADED)
               ELSE
                   ADD 1 TO INVENTORY-NOT-LOADED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'INVENTORY ROW NOT LOADED: ACCT ' AI-CUST-NO
                          ' PLACED ' AI-PLACED-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF

           PERFORM READ-NEXT-INVENTORY-ROW
           .

      ******************************************************************
      * The register walk - compare, then bill.
      ******************************************************************
       READ-NEXT-PLACEMENT.
           READ PLACEMNT NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-PLACEMNT
           END-READ

           IF PLACEMNT-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-PLACEMNT
           END-IF
           .

      * REWRITE acts on the row just read, since PLACEMNT is open
      * ACCESS MODE SEQUENTIAL.
       RECONCILE-ONE-PLACEMENT.
           ADD 1 TO PLACEMENTS-READ

           IF INVENTORY-OPEN = 'Y'
               PERFORM FIND-INVENTORY-ROW
               PERFORM COMPARE-TO-INVENTORY
           END-IF

           IF PL-UNBILLED-COLLECTED IS NUMERIC
              AND PL-UNBILLED-COLLECTED > 0
               PERFORM BILL-PLACEMENT-COMMISSION
           END-IF

           PERFORM READ-NEXT-PLACEMENT
           .

       FIND-INVENTORY-ROW.
           MOVE 0 TO MATCHED-IX
           MOVE 0 TO INVENTORY-IX
           PERFORM MATCH-ONE-INVENTORY-ROW INVENTORY-LOADED TIMES

           IF MATCHED-IX > 0
               MOVE 'Y' TO IV-MATCHED (MATCHED-IX)
           END-IF
           .

       MATCH-ONE-INVENTORY-ROW.
           ADD 1 TO INVENTORY-IX

           IF MATCHED-IX = 0
              AND IV-CUST-NO (INVENTORY-IX) = PL-CUST-NO
              AND IV-PLACED-DATE (INVENTORY-IX) = PL-PLACED-DATE
               MOVE INVENTORY-IX TO MATCHED-IX
           END-IF
           .

       COMPARE-TO-INVENTORY.
           IF PL-IS-PLACED
               ADD 1 TO PLACEMENTS-LIVE
               IF MATCHED-IX = 0
                   ADD 1 TO LIVE-NOT-ON-INVENTORY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'NOT ON AGENCY INVENTORY: ACCT ' PL-CUST-NO
                          ' PLACED ' PL-PLACED-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               ELSE
                   ADD 1 TO LIVE-ON-INVENTORY
                   IF IV-COLLECTED-TOTAL (MATCHED-IX)
                      NOT = PL-COLLECTED-TOTAL
                       ADD 1 TO COLLECTED-MISMATCHES
                       MOVE PL-COLLECTED-TOTAL TO AMOUNT-DISPLAY
                       MOVE IV-COLLECTED-TOTAL (MATCHED-IX)
                           TO SECOND-AMOUNT-DISPLAY
                       MOVE SPACES TO REPORT-LINE
                       STRING 'COLLECTED DIFFERS: ACCT ' PL-CUST-NO
                              ' OURS ' AMOUNT-DISPLAY
                              ' AGENCY ' SECOND-AMOUNT-DISPLAY
                           DELIMITED BY SIZE INTO REPORT-LINE
                       DISPLAY REPORT-LINE
                   END-IF
               END-IF
           ELSE
               IF MATCHED-IX > 0
                   ADD 1 TO CLOSED-STILL-HELD
                   MOVE SPACES TO REPORT-LINE
                   STRING 'AGENCY STILL HOLDS: ACCT ' PL-CUST-NO
                          ' PLACED ' PL-PLACED-DATE
                          ' OURS ' PL-STATUS
                          ' ' PL-RECALL-REASON
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF
           .

      * Commission is due on money collected, whatever has become of
      * the placement since.
       BILL-PLACEMENT-COMMISSION.
           COMPUTE COMMISSION-AMOUNT ROUNDED =
               PL-UNBILLED-COLLECTED * COMMISSION-PCT / 100

           ADD 1 TO PLACEMENTS-BILLED
           ADD PL-UNBILLED-COLLECTED TO COLLECTED-BILLED
           ADD COMMISSION-AMOUNT     TO COMMISSION-OWED

           MOVE PL-UNBILLED-COLLECTED TO AMOUNT-DISPLAY
           MOVE COMMISSION-AMOUNT     TO SECOND-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'COMMISSION: ACCT ' PL-CUST-NO
                  ' PLACED ' PL-PLACED-DATE
                  ' ON ' AMOUNT-DISPLAY
                  ' DUE ' SECOND-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           ADD COMMISSION-AMOUNT TO PL-COMMISSION-BILLED
           MOVE 0 TO PL-UNBILLED-COLLECTED

           REWRITE PLACEMNT-RECORD
           .

       REPORT-ONE-UNKNOWN-ROW.
           ADD 1 TO INVENTORY-IX

           IF IV-MATCHED (INVENTORY-IX) = 'N'
               ADD 1 TO UNKNOWN-TO-US
               MOVE SPACES TO REPORT-LINE
               STRING 'AGENCY HOLDS UNKNOWN PLACEMENT: ACCT '
                      IV-CUST-NO (INVENTORY-IX)
                      ' PLACED ' IV-PLACED-DATE (INVENTORY-IX)
                      ' ' IV-AGENCY-STATUS (INVENTORY-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       PRINT-RECON-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'INVENTORY ROWS READ:      ' INVENTORY-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PLACEMENTS READ:          ' PLACEMENTS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LIVE PLACEMENTS:          ' PLACEMENTS-LIVE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LIVE AND ON INVENTORY:    ' LIVE-ON-INVENTORY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LIVE, NOT ON INVENTORY:   ' LIVE-NOT-ON-INVENTORY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'COLLECTED DIFFERS:        ' COLLECTED-MISMATCHES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLOSED, AGENCY HOLDS:     ' CLOSED-STILL-HELD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'UNKNOWN TO US:            ' UNKNOWN-TO-US
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF INVENTORY-NOT-LOADED > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'INVENTORY NOT LOADED:     ' INVENTORY-NOT-LOADED
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           DISPLAY '----------------------------------------------'
           MOVE COMMISSION-PCT TO PCT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'COMMISSION RATE PCT:      ' PCT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PLACEMENTS BILLED:        ' PLACEMENTS-BILLED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE COLLECTED-BILLED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'COLLECTIONS BILLED:       ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE COMMISSION-OWED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'COMMISSION OWED:          ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE INVENTORY-READ TO RUN-LOG-READ
           MOVE INVENTORY-NOT-LOADED TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSAGYREC'.
