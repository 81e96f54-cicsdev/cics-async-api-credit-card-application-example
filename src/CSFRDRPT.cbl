      * A case still OPEN counts in the referral volume but in
      * neither rate - it has not been worked yet.
      *
      * The address-change holds on FRAUDHLD (see copy/FRAUDHLD.cpy)
      * are referrals too, worked through FRDC the same way, and are
      * counted under their own rule id - ADDRCHG - which appears as
      * a row of its own after the FRAUDRUL rules. A hold still HELD
      * counts like an OPEN case.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSFRDRPT.jcl.
      ******************************************************************
                  RECORD KEY IS FC-CASE-KEY
                  FILE STATUS IS FRAUDCAS-STATUS.

           SELECT FRAUDHLD ASSIGN TO FRAUDHLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FH-HOLD-KEY
                  FILE STATUS IS FRAUDHLD-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  FRAUDRUL.
        FD  FRAUDCAS.
           COPY FRAUDCAS.

        FD  FRAUDHLD.
           COPY FRAUDHLD.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSFRDRPT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSFRDRPT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 FRAUDRUL-STATUS          PIC X(2) VALUE '00'.
       1 FRAUDCAS-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-FRAUDRUL          PIC X(1) VALUE 'N'.
       1 END-OF-FRAUDCAS          PIC X(1) VALUE 'N'.
       1 FRAUDHLD-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-FRAUDHLD          PIC X(1) VALUE 'N'.

      * Per-rule tallies, accumulated over one pass of the case
      * file - up to fifty rules, which is an order of magnitude
       1 RULES-LOADED             PIC S9(4) COMP VALUE 0.
       1 RULE-IX                  PIC S9(4) COMP VALUE 0.
       1 HIT-IX                   PIC S9(4) COMP VALUE 0.
       1 HOLD-RULE-IX             PIC S9(4) COMP VALUE 0.

       1 CASE-TOTALS.
         2 CASES-READ             PIC 9(7) VALUE 0.
         2 CASES-CONFIRMED        PIC 9(7) VALUE 0.
         2 CASES-CLEARED          PIC 9(7) VALUE 0.

       1 HOLD-TOTALS.
         2 HOLDS-READ             PIC 9(7) VALUE 0.
         2 HOLDS-HELD             PIC 9(7) VALUE 0.
         2 HOLDS-CONFIRMED        PIC 9(7) VALUE 0.
         2 HOLDS-CLEARED          PIC 9(7) VALUE 0.

       1 CONFIRM-RATE             PIC 9(3)V9 VALUE 0.
       1 FALSE-POS-RATE           PIC 9(3)V9 VALUE 0.
       1 RATE-DISPLAY             PIC ZZ9.9.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           OPEN INPUT FRAUDRUL
           OPEN INPUT FRAUDCAS
           OPEN INPUT FRAUDHLD

           PERFORM LOAD-RULE-TABLE

           PERFORM TALLY-ONE-CASE
               UNTIL END-OF-FRAUDCAS = 'Y'

           PERFORM READ-NEXT-HOLD
           PERFORM TALLY-ONE-HOLD
               UNTIL END-OF-FRAUDHLD = 'Y'

           CLOSE FRAUDRUL
           CLOSE FRAUDCAS
           CLOSE FRAUDHLD

           PERFORM PRINT-EFFECTIVENESS-REPORT

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           END-IF
           .

       READ-NEXT-HOLD.
           READ FRAUDHLD NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FRAUDHLD
           END-READ
           .

      * A hold's rule id not on FRAUDRUL (ADDRCHG is not a scoring
      * rule) takes the next free row of the table.
       TALLY-ONE-HOLD.
           ADD 1 TO HOLDS-READ

           EVALUATE FH-STATUS
               WHEN 'CONFIRMD'
                   ADD 1 TO HOLDS-CONFIRMED
               WHEN 'CLEARED '
                   ADD 1 TO HOLDS-CLEARED
               WHEN OTHER
                   ADD 1 TO HOLDS-HELD
           END-EVALUATE

           MOVE 0 TO HOLD-RULE-IX
           MOVE 0 TO RULE-IX
           PERFORM FIND-HOLD-RULE RULES-LOADED TIMES

           IF HOLD-RULE-IX = 0 AND RULES-LOADED < 50
               ADD 1 TO RULES-LOADED
               MOVE RULES-LOADED TO HOLD-RULE-IX
               MOVE FH-RULE-ID TO RT-RULE-ID (HOLD-RULE-IX)
               MOVE 0 TO RT-REFERRALS (HOLD-RULE-IX)
               MOVE 0 TO RT-CONFIRMED (HOLD-RULE-IX)
               MOVE 0 TO RT-CLEARED (HOLD-RULE-IX)
           END-IF

           IF HOLD-RULE-IX > 0
               ADD 1 TO RT-REFERRALS (HOLD-RULE-IX)
               IF FH-STATUS = 'CONFIRMD'
                   ADD 1 TO RT-CONFIRMED (HOLD-RULE-IX)
               END-IF
               IF FH-STATUS = 'CLEARED '
                   ADD 1 TO RT-CLEARED (HOLD-RULE-IX)
               END-IF
           END-IF

           PERFORM READ-NEXT-HOLD
           .

       FIND-HOLD-RULE.
           ADD 1 TO RULE-IX

           IF RT-RULE-ID (RULE-IX) = FH-RULE-ID
               MOVE RULE-IX TO HOLD-RULE-IX
           END-IF
           .

       PRINT-EFFECTIVENESS-REPORT.
           DISPLAY '=============================================='
           DISPLAY 'FRAUD RULE EFFECTIVENESS'
                  '  CLEARED: ' CASES-CLEARED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HOLDS READ: ' HOLDS-READ
                  '  HELD: ' HOLDS-HELD
                  '  CONFIRMED: ' HOLDS-CONFIRMED
                  '  CLEARED: ' HOLDS-CLEARED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           DISPLAY 'RULE     REFERRALS CONFIRMED CLEARED  CFM%  FP%'

           DISPLAY REPORT-LINE
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-READ =
               CASES-READ + HOLDS-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSFRDRPT'.
