      *   by itself), it evaluates the same sources against the
      *   CTLPARM-tunable thresholds - CCERRLOG depth, any CCTIMING
      *   step over the SLA, REVIEWQ and PENDRTRY backlog depth,
      *   a SYSSTAT hold past its expected resume time, and card
      *   plastic stock at or under its reorder point in PLASTINV
      *   (one condition per product, STKpppp) - raises
      *   each tripped condition to the ALERTS file (one row per
      *   condition id, so a persisting condition never floods) and
      *   to the operator console via WRITE OPERATOR, clears rows
       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * ALERTS, CTLPARM, REVIEWQ, PENDRTRY, SYSSTAT and PLASTINV
      * are CICS-owned VSAM files (defined in the FCT, not opened by
      * this program) - accessed entirely through EXEC CICS
      * commands below, never native COBOL I/O.
           COPY ALERTS.

           COPY SYSSTAT.

           COPY PLASTINV.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
       1 REVIEWQ-RESP            PIC S9(8) COMP.
       1 PENDRTRY-RESP           PIC S9(8) COMP.
       1 SYSSTAT-RESP            PIC S9(8) COMP.
       1 PLASTINV-RESP           PIC S9(8) COMP.
       1 END-OF-SCAN             PIC X(1) VALUE 'N'.

      * Thresholds - business-tunable via CTLPARM; the VALUE
       1 PENDRTRY-DEPTH          PIC 9(5) VALUE 0.
       1 HOLD-OVERDUE            PIC X(1) VALUE 'N'.

      * Plastic stock - one product's design rows at a time; the
      * first row found at or under its reorder point names the
      * detail, and any row run out makes the product an error.
       1 STOCK-PRODUCT           PIC X(4) VALUE SPACES.
       1 STOCK-LOW-SEEN          PIC X(1) VALUE 'N'.
       1 STOCK-OUT-SEEN          PIC X(1) VALUE 'N'.
       1 STOCK-DETAIL            PIC X(40) VALUE SPACES.
       1 STOCK-ON-HAND-DISPLAY   PIC -(6)9.
       1 STOCK-REORDER-DISPLAY   PIC Z(6)9.

       1 CONDITION-TRIPPED       PIC X(1) VALUE 'N'.
       1 CONDITION-ID-WORK       PIC X(8) VALUE SPACES.
       1 SEVERITY-WORK           PIC X(1) VALUE 'W'.
           PERFORM EVALUATE-REVIEWQ-DEPTH
           PERFORM EVALUATE-RETRY-DEPTH
           PERFORM EVALUATE-HOLD-OVERDUE
           PERFORM EVALUATE-PLASTIC-STOCK
           .

      * Depth of the shared error log - a burst of CCERRLOG items
           PERFORM SETTLE-ONE-CONDITION
           .

      * Card plastic at the embossing bureau - each product's
      * condition trips while any of its designs is at or under its
      * reorder point, and clears once deliveries have lifted them
      * all. The rows come in product order, so each product is
      * settled as the browse moves past it.
       EVALUATE-PLASTIC-STOCK.
           MOVE 'N'    TO END-OF-SCAN
           MOVE SPACES TO STOCK-PRODUCT
           MOVE LOW-VALUES TO PV-STOCK-KEY

           EXEC CICS STARTBR FILE ('PLASTINV')
                             RIDFLD (PV-STOCK-KEY)
                             GTEQ
                             RESP   (PLASTINV-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PLASTINV-RESP = DFHRESP(NORMAL)
               PERFORM CHECK-ONE-STOCK-ROW
                   UNTIL END-OF-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('PLASTINV')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           END-IF

           IF STOCK-PRODUCT NOT = SPACES
               PERFORM SETTLE-STOCK-CONDITION
           END-IF
           .

       CHECK-ONE-STOCK-ROW.
           EXEC CICS READNEXT FILE ('PLASTINV')
                              INTO  (PLASTINV-RECORD)
                              RIDFLD(PV-STOCK-KEY)
                              RESP  (PLASTINV-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF PLASTINV-RESP = DFHRESP(NORMAL)
               IF PV-PRODUCT-CODE NOT = STOCK-PRODUCT
                   IF STOCK-PRODUCT NOT = SPACES
                       PERFORM SETTLE-STOCK-CONDITION
                   END-IF
                   MOVE PV-PRODUCT-CODE TO STOCK-PRODUCT
                   MOVE 'N'    TO STOCK-LOW-SEEN
                   MOVE 'N'    TO STOCK-OUT-SEEN
                   MOVE SPACES TO STOCK-DETAIL
               END-IF

               IF PV-REORDER-POINT > 0
                  AND PV-ON-HAND NOT > PV-REORDER-POINT
                   IF STOCK-LOW-SEEN = 'N'
                       MOVE PV-ON-HAND       TO STOCK-ON-HAND-DISPLAY
                       MOVE PV-REORDER-POINT TO STOCK-REORDER-DISPLAY
                       STRING 'PLASTIC ' PV-CARD-DESIGN ' ON HAND'
                              STOCK-ON-HAND-DISPLAY ' ROP'
                              STOCK-REORDER-DISPLAY
                           DELIMITED BY SIZE INTO STOCK-DETAIL
                   END-IF
                   MOVE 'Y' TO STOCK-LOW-SEEN
                   IF PV-ON-HAND NOT > 0
                       MOVE 'Y' TO STOCK-OUT-SEEN
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-SCAN
           END-IF
           .

       SETTLE-STOCK-CONDITION.
           MOVE SPACES TO CONDITION-ID-WORK
           STRING 'STK' STOCK-PRODUCT
               DELIMITED BY SIZE INTO CONDITION-ID-WORK
           IF STOCK-OUT-SEEN = 'Y'
               MOVE 'E' TO SEVERITY-WORK
           ELSE
               MOVE 'W' TO SEVERITY-WORK
           END-IF
           MOVE STOCK-DETAIL   TO DETAIL-WORK
           MOVE STOCK-LOW-SEEN TO CONDITION-TRIPPED
           PERFORM SETTLE-ONE-CONDITION
           .

      * One condition's verdict against its alert row: tripped and
      * absent raises (file + console); tripped and present leaves
      * the existing row - the de-duplication; gone and present
