      *     'N' - an operator reviews the file, flips the rows they
      *     approve to 'Y', and the CSLIMAPP apply step (see
      *     src/CSLIMAPP.cbl) updates the limits and queues the
      *     notification letters;
      *   - every increase weighed against the behavioral score has
      *     that score and what it came to recorded on BHSCHIST (see
      *     copy/BHSCHIST.cpy) for the CSBHSVAL validation.
      *
      * Read-only against the book. This is a batch program (no
      * CICS) driven by JCL - see jcl/CSLIMREV.jcl. Schedule
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PROPCHG-STATUS.

           SELECT BHSCHIST ASSIGN TO BHSCHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BX-SCORE-KEY
                  FILE STATUS IS BHSCHIST-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CSCACHE.
            05  PC-APPROVED         PIC X(1).
            05  FILLER              PIC X(18).

        FD  BHSCHIST.
           COPY BHSCHIST.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSLIMREV'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSLIMREV'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CSCACHE-STATUS            PIC X(2) VALUE '00'.
       1 CRDTBUR-STATUS            PIC X(2) VALUE '00'.
       1 EMPLMAS-STATUS            PIC X(2) VALUE '00'.
       1 C360HIST-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-BEHAVIOR-SCAN      PIC X(1) VALUE 'N'.
       1 RUN-DATE                  PIC X(8) VALUE SPACES.
       1 RUN-TIME                  PIC X(8) VALUE SPACES.
       1 BHSCHIST-STATUS           PIC X(2) VALUE '00'.
       1 SCORE-HISTORY-OPEN        PIC X(1) VALUE 'Y'.
       1 BOUNDARY-MONTH            PIC X(6) VALUE SPACES.
       1 PRIOR-BOUNDARY-MONTH      PIC X(6) VALUE SPACES.
       1 BOUNDARY-YEAR-NUM         PIC 9(4) VALUE 0.
         2 POSITIONS-UNCHANGED     PIC 9(7) VALUE 0.
         2 INCREASES-HELD-BEHAVIOR PIC 9(7) VALUE 0.
         2 INCREASES-HELD-COLLECT  PIC 9(7) VALUE 0.
         2 SCORES-RECORDED         PIC 9(7) VALUE 0.

       1 REPORT-LINE               PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           PERFORM READ-CONTROL-PARAMETERS

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE(1:4) TO BOUNDARY-YEAR-NUM
           MOVE RUN-DATE(5:2) TO BOUNDARY-MONTH-NUM
           PERFORM STEP-BOUNDARY-BACK-ONE-MONTH 6 TIMES
           OPEN INPUT CRDTBUR
           OPEN INPUT EMPLMAS
           OPEN OUTPUT PROPOSED-CHANGES
           OPEN I-O BHSCHIST
           IF BHSCHIST-STATUS NOT = '00'
               MOVE 'N' TO SCORE-HISTORY-OPEN
               DISPLAY 'BHSCHIST NOT OPEN - SCORES NOT RECORDED, '
                       'STATUS ' BHSCHIST-STATUS
           END-IF

           PERFORM READ-NEXT-POSITION
           PERFORM REVIEW-ONE-POSITION
           CLOSE CRDTBUR
           CLOSE EMPLMAS
           CLOSE PROPOSED-CHANGES
           CLOSE BHSCHIST

           PERFORM PRINT-REVIEW-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

               IF CREDIT-LIMIT-AMOUNT > CC-CREDIT-LIMIT-AMOUNT
                   PERFORM CHECK-COLLECTIONS-FLAG
                   PERFORM SCORE-RECENT-BEHAVIOR
                   MOVE 'N' TO BX-SCORE-REFUSED
                   IF ACCOUNT-IN-COLLECTIONS = 'Y'
                       MOVE 'HELDCOL ' TO BX-DECISION-RESULT
                       ADD 1 TO INCREASES-HELD-COLLECT
                       MOVE SPACES TO REPORT-LINE
                       STRING 'HELD (COLLECTIONS): ' CC-CUST-NO
                       DISPLAY REPORT-LINE
                   ELSE
                   IF BH-TREND = 'WORSEN  '
                       MOVE 'HELDBEH ' TO BX-DECISION-RESULT
                       MOVE 'Y' TO BX-SCORE-REFUSED
                       ADD 1 TO INCREASES-HELD-BEHAVIOR
                       MOVE SPACES TO REPORT-LINE
                       STRING 'HELD (BEHAVIOR): ' CC-CUST-NO
                           DELIMITED BY SIZE INTO REPORT-LINE
                       DISPLAY REPORT-LINE
                   ELSE
                       MOVE 'PROPOSED' TO BX-DECISION-RESULT
                       MOVE 'RECALC  ' TO PC-REASON
                       PERFORM PROPOSE-THE-CHANGE
                   END-IF
                   END-IF
                   PERFORM RECORD-DECISION-SCORE
               ELSE
                   MOVE 'RECALC  ' TO PC-REASON
                   PERFORM PROPOSE-THE-CHANGE
           DISPLAY REPORT-LINE
           .

      * The score this increase was weighed on, for the CSBHSVAL
      * validation - see copy/BHSCHIST.cpy. The review carries no
      * score floor of its own; only the trend holds it back.
       RECORD-DECISION-SCORE.
           IF SCORE-HISTORY-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE CC-CUST-NO          TO BX-CUST-NO
           MOVE CC-APPL-SEQ-NO      TO BX-APPL-SEQ-NO
           MOVE RUN-DATE            TO BX-DECISION-DATE
           MOVE RUN-TIME(1:6)       TO BX-DECISION-TIME
           MOVE 'CSLIMREV'          TO BX-SOURCE-PROGRAM
           MOVE BH-BEHAVIOR-SCORE   TO BX-BEHAVIOR-SCORE
           MOVE BH-TREND            TO BX-TREND
           MOVE BH-MISSED-RECENT-6  TO BX-MISSED-RECENT-6
           MOVE BH-MISSED-PRIOR-6   TO BX-MISSED-PRIOR-6
           MOVE 0                   TO BX-BEHAVIOR-FLOOR

           WRITE BHSCHIST-RECORD
           IF BHSCHIST-STATUS = '00'
               ADD 1 TO SCORES-RECORDED
           END-IF
           .

       PRINT-REVIEW-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
                  INCREASES-HELD-COLLECT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SCORES RECORDED.......: ' SCORES-RECORDED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

           COPY CRLIMIT.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE POSITIONS-REVIEWED TO RUN-LOG-READ
           COMPUTE RUN-LOG-WRITTEN =
               INCREASES-PROPOSED + DECREASES-PROPOSED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSLIMREV'.
