      *     rows they approve to 'Y', and the CSRPRAPP apply step
      *     (see src/CSRPRAPP.cbl) updates the positions and queues
      *     the advance-notice letters with the regulatory notice
      *     period honoured;
      *   - the proposed rate is held to the legal maximum where the
      *     cardholder lives (JURCAP - see copy/JURCAP.cpy): a rate
      *     card row above the cap is proposed at the cap, and a
      *     position already priced above its cap is proposed down
      *     to it even where the rate card has not moved, with
      *     PR-REASON 'JURCAP' rather than 'RATECARD'.
      *
      * Read-only against the book. This is a batch program (no
      * CICS) driven by JCL - see jcl/CSRPRREV.jcl. Run after any
                  RECORD KEY IS RC-RATE-KEY
                  FILE STATUS IS RATECARD-STATUS.

           SELECT CUSTADDR ASSIGN TO CUSTADDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CA-CUST-NO
                  FILE STATUS IS CUSTADDR-STATUS.

           SELECT JURCAP ASSIGN TO JURCAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS JC-CAP-KEY
                  FILE STATUS IS JURCAP-STATUS.

           SELECT PROPOSED-REPRICES ASSIGN TO PROPAPR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PROPAPR-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CSCACHE.
        FD  RATECARD.
           COPY RATECARD.

        FD  CUSTADDR.
           COPY CUSTADDR.

        FD  JURCAP.
           COPY JURCAP.

        FD  PROPOSED-REPRICES.
        01  PROPOSED-REPRICE-RECORD.
            05  PR-CUST-NO          PIC X(8).
            05  PR-APPROVED         PIC X(1).
            05  FILLER              PIC X(18).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSRPRREV'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSRPRREV'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CSCACHE-STATUS            PIC X(2) VALUE '00'.
       1 RATECARD-STATUS           PIC X(2) VALUE '00'.
       1 PROPAPR-STATUS            PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS           PIC X(2) VALUE '00'.
       1 JURCAP-STATUS             PIC X(2) VALUE '00'.
       1 JURCAP-OPEN               PIC X(1) VALUE 'N'.
       1 END-OF-CSCACHE            PIC X(1) VALUE 'N'.

       1 SCORE-NUM                 PIC 9(3) VALUE 0.
       1 RATE-ROW-FOUND            PIC X(1) VALUE 'N'.
       1 TARGET-APR                PIC 9(2)V99 VALUE 0.
       1 TARGET-REASON             PIC X(8) VALUE SPACES.

      * Jurisdictional cap lookup - see copy/JURCAPP.cpy.
       1 CAP-CUST-NO               PIC X(8) VALUE SPACES.
       1 CAP-FOUND                 PIC X(1) VALUE 'N'.
       1 CAP-COUNTRY-CODE          PIC X(2) VALUE SPACES.
       1 CAP-REGION                PIC X(20) VALUE SPACES.
       1 CAP-MAX-APR               PIC 9(2)V99 VALUE 0.
       1 CAP-MAX-ANNUAL-FEE        PIC 9(5) VALUE 0.
       1 CAP-MAX-LATE-FEE          PIC 9(3)V99 VALUE 0.

      * Field-level PII protection - see src/CSCRYPT.cbl.
       1 CRYPT-DECRYPT             PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN           PIC S9(4) COMP VALUE 0.

       1 REVIEW-TOTALS.
         2 ROWS-READ               PIC 9(7) VALUE 0.
         2 PROMOS-SKIPPED          PIC 9(7) VALUE 0.
         2 NO-RATE-ROW             PIC 9(7) VALUE 0.
         2 REPRICES-PROPOSED       PIC 9(7) VALUE 0.
         2 CAPPED-PROPOSALS        PIC 9(7) VALUE 0.

       1 REPORT-LINE               PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           OPEN INPUT CSCACHE
           OPEN INPUT RATECARD
           OPEN OUTPUT PROPOSED-REPRICES
           OPEN INPUT CUSTADDR
           OPEN INPUT JURCAP
           IF JURCAP-STATUS = '00'
               MOVE 'Y' TO JURCAP-OPEN
           ELSE
               DISPLAY 'JURCAP NOT AVAILABLE - RATES NOT CAPPED'
           END-IF

           PERFORM READ-NEXT-CSCACHE-ROW
           PERFORM COMPARE-ONE-POSITION
           CLOSE CSCACHE
           CLOSE RATECARD
           CLOSE PROPOSED-REPRICES
           CLOSE CUSTADDR
           IF JURCAP-OPEN = 'Y'
               CLOSE JURCAP
           END-IF

           PERFORM PRINT-REVIEW-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

               ELSE
                   ADD 1 TO POSITIONS-COMPARED
                   PERFORM LOOK-UP-CURRENT-RATE
                   PERFORM SET-TARGET-RATE

                   IF TARGET-APR NOT = CC-CARD-APR
                       PERFORM WRITE-ONE-PROPOSAL
                   END-IF

           END-IF
           .

      * The rate card's rate (or, with no row, the position's own)
      * held to the legal maximum where the cardholder lives.
       SET-TARGET-RATE.
           IF RATE-ROW-FOUND = 'Y'
               MOVE RC-APR      TO TARGET-APR
           ELSE
               MOVE CC-CARD-APR TO TARGET-APR
           END-IF
           MOVE 'RATECARD' TO TARGET-REASON

           MOVE CC-CUST-NO TO CAP-CUST-NO
           PERFORM FIND-JURISDICTION-CAP

           IF CAP-FOUND = 'Y'
              AND CAP-MAX-APR > 0
              AND TARGET-APR > CAP-MAX-APR
               MOVE CAP-MAX-APR TO TARGET-APR
               MOVE 'JURCAP  '  TO TARGET-REASON
           END-IF
           .

       READ-ONE-RATE-ROW.
           READ RATECARD
               KEY IS RC-RATE-KEY
           MOVE CC-CUST-NO     TO PR-CUST-NO
           MOVE CC-APPL-SEQ-NO TO PR-APPL-SEQ-NO
           MOVE CC-CARD-APR    TO PR-CURRENT-APR
           MOVE TARGET-APR     TO PR-PROPOSED-APR
           MOVE TARGET-REASON  TO PR-REASON
           MOVE 'N'            TO PR-APPROVED

           WRITE PROPOSED-REPRICE-RECORD

           ADD 1 TO REPRICES-PROPOSED
           IF TARGET-REASON = 'JURCAP  '
               ADD 1 TO CAPPED-PROPOSALS
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'PROPOSED: ' PR-CUST-NO ' SEQ ' PR-APPL-SEQ-NO
                  ' APR ' PR-CURRENT-APR ' -> ' PR-PROPOSED-APR
                  ' ' PR-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .
           STRING 'REPRICES PROPOSED.....: ' REPRICES-PROPOSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD TO A LEGAL CAP...: ' CAPPED-PROPOSALS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY JURCAPP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSRPRREV'.
