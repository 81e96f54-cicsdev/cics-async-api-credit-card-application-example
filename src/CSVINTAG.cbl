      *     SCOREHIS history CSBURUPD writes - an account counts as
      *     deteriorated at 6 (or 12) months on book when a history
      *     entry inside that window shows its score down 50 points
      *     or more from approval;
      *   - each cohort's actual losses are read from the CHGOFF
      *     loss records the CSCHGOFF run writes (see
      *     copy/CHGOFF.cpy) - how many positions were charged off
      *     and the amount written off after any deposit, so the
      *     curves show what the cohort cost as well as how it
      *     deteriorated. A region with no CHGOFF file yet reports
      *     no losses.
      *
      * SCOREHIS is table-loaded first (one pass, up to 4000
      * entries) so the audit walk joins against memory, not a
                  RECORD KEY IS PH-CUST-NO
                  FILE STATUS IS PAYHMAS-STATUS.

           SELECT CHGOFF ASSIGN TO CHGOFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WO-CHGOFF-KEY
                  FILE STATUS IS CHGOFF-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-TRAIL.
        FD  PAYHMAS.
           COPY PAYHMAS.

        FD  CHGOFF.
           COPY CHGOFF.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSVINTAG'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSVINTAG'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 AUDIT-STATUS             PIC X(2) VALUE '00'.
       1 SCOREHIS-STATUS          PIC X(2) VALUE '00'.
       1 PAYHMAS-STATUS           PIC X(2) VALUE '00'.
       1 CHGOFF-STATUS            PIC X(2) VALUE '00'.
       1 CHGOFF-OPEN              PIC X(1) VALUE 'N'.
       1 END-OF-AUDIT-TRAIL       PIC X(1) VALUE 'N'.
       1 END-OF-SCOREHIS          PIC X(1) VALUE 'N'.

             4 CO-ANY-MISS        PIC 9(7).
             4 CO-DROP-AT-6       PIC 9(7).
             4 CO-DROP-AT-12      PIC 9(7).
             4 CO-CHARGED-OFF     PIC 9(7).
             4 CO-LOSS-AMOUNT     PIC 9(9)V99.
       1 COHORTS-SEEN             PIC S9(4) COMP VALUE 0.
       1 COHORT-IX                PIC S9(4) COMP VALUE 0.
       1 COHORT-MATCHED           PIC X(1) VALUE 'N'.

       1 AVG-MISSED               PIC 9(3)V9 VALUE 0.
       1 AVG-MISSED-DISPLAY       PIC ZZ9.9.
       1 LOSS-DISPLAY             PIC Z(8)9.99.

       1 REPORT-LINE              PIC X(110).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           INITIALIZE COHORT-TABLE

           PERFORM LOAD-SCORE-HISTORY
           OPEN INPUT AUDIT-TRAIL
           OPEN INPUT PAYHMAS

           OPEN INPUT CHGOFF
           IF CHGOFF-STATUS = '00'
               MOVE 'Y' TO CHGOFF-OPEN
           ELSE
               DISPLAY 'CHGOFF NOT AVAILABLE - NO LOSSES REPORTED'
           END-IF

           PERFORM READ-NEXT-AUDIT-RECORD
           PERFORM MEASURE-ONE-APPROVAL
               UNTIL END-OF-AUDIT-TRAIL = 'Y'

           CLOSE AUDIT-TRAIL
           CLOSE PAYHMAS
           IF CHGOFF-OPEN = 'Y'
               CLOSE CHGOFF
           END-IF

           PERFORM PRINT-VINTAGE-REPORT

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

                   ADD 1 TO CO-COUNT (COHORT-IX BAND-SLOT)
                   PERFORM MEASURE-MISSED-PAYMENTS
                   PERFORM MEASURE-SCORE-DETERIORATION
                   PERFORM MEASURE-ACTUAL-LOSS
               END-IF
           END-IF

           END-IF
           .

      * The approval's own position - a joint applicant's loss is
      * theirs, not the primary's.
       MEASURE-ACTUAL-LOSS.
           IF CHGOFF-OPEN = 'Y'
               MOVE AU-CUST-NO     TO WO-CUST-NO
               MOVE AU-APPL-SEQ-NO TO WO-APPL-SEQ-NO

               READ CHGOFF
                   KEY IS WO-CHGOFF-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               IF CHGOFF-STATUS = '00'
                   ADD 1 TO CO-CHARGED-OFF (COHORT-IX BAND-SLOT)
                   ADD WO-LOSS-AMOUNT
                       TO CO-LOSS-AMOUNT (COHORT-IX BAND-SLOT)
               END-IF
           END-IF
           .

       STEP-WINDOW-ON-ONE-MONTH.
           IF WINDOW-MONTH = 12
               MOVE 1 TO WINDOW-MONTH
           DISPLAY '=============================================='
           DISPLAY 'VINTAGE PERFORMANCE BY APPROVAL MONTH AND BAND'
           DISPLAY 'MONTH  BAND COUNT   AVGMISS ANYMISS DROP6 DROP12'
               ' CHGOFF  LOSSES'

           MOVE 0 TO COHORT-IX
           PERFORM PRINT-ONE-COHORT COHORTS-SEEN TIMES
                   CO-MISSED-SUM (COHORT-IX BAND-IX)
                   / CO-COUNT (COHORT-IX BAND-IX)
               MOVE AVG-MISSED TO AVG-MISSED-DISPLAY
               MOVE CO-LOSS-AMOUNT (COHORT-IX BAND-IX) TO LOSS-DISPLAY

               MOVE BAND-IX TO BAND-DISPLAY
               MOVE SPACES TO REPORT-LINE
                      '  ' CO-ANY-MISS (COHORT-IX BAND-IX)
                      ' ' CO-DROP-AT-6 (COHORT-IX BAND-IX)
                      ' ' CO-DROP-AT-12 (COHORT-IX BAND-IX)
                      ' ' CO-CHARGED-OFF (COHORT-IX BAND-IX)
                      ' ' LOSS-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE HISTORY-LOADED TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSVINTAG'.
