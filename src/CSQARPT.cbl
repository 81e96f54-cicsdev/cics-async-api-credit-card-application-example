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
      *  CSQARPT
      *
      * Monthly four-eyes QA error-rate report for the audit
      * committee. Reads the QAQUEUE sample (see copy/QAQUEUE.cpy) -
      * drawn daily by CSQASAMP and worked with the QACK transaction
      * - and, for every sample reviewed in the month
      * (QA-REVIEW-DATE), counts an AGREED verdict as a clean
      * decision and a DISAGREE as a QA error against the operator
      * who took the decision (QA-DECIDED-BY):
      *
      *   - per operator, the samples reviewed, the errors and the
      *     error rate for each decision type (UNDW underwriter
      *     decisions, FRDC fraud dispositions, APPE appeal
      *     outcomes) and across all three, flagging new staff;
      *   - per decision type, the same figures, the errors broken
      *     down by QA reason code, and the samples still PENDING
      *     at the end of the month - a QA backlog the committee
      *     should see alongside the rates.
      *
      * The month is last month unless the QARPTCTL control card
      * names one (MONTH=YYYYMM). At most 50 operators are tabled;
      * a run that overflows says so and ends with RETURN-CODE 8.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSQARPT.jcl. Schedule monthly.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSQARPT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT QAQUEUE ASSIGN TO QAQUEUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS QA-SAMPLE-KEY
                  FILE STATUS IS QAQUEUE-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO QARPTCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS QARPTCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  QAQUEUE.
           COPY QAQUEUE.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSQARPT '.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSQARPT '.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 QAQUEUE-STATUS            PIC X(2) VALUE '00'.
       1 QARPTCTL-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-QAQUEUE            PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8) VALUE SPACES.
       1 RUN-YEAR                  PIC 9(4) VALUE 0.
       1 RUN-MONTH                 PIC 9(2) VALUE 0.

      * The month being reported - last month unless QARPTCTL
      * names one.
       1 REPORT-MONTH.
         2 REPORT-YEAR             PIC 9(4) VALUE 0.
         2 REPORT-MM               PIC 9(2) VALUE 0.

      * The three decision types, in report order; slot 4 is all
      * three together.
       1 DECISION-TYPE-NAMES.
         2 FILLER PIC X(4) VALUE 'UNDW'.
         2 FILLER PIC X(4) VALUE 'FRDC'.
         2 FILLER PIC X(4) VALUE 'APPE'.
         2 FILLER PIC X(4) VALUE 'ALL '.
       1 DECISION-TYPE-TABLE REDEFINES DECISION-TYPE-NAMES.
         2 DT-TYPE-ID              PIC X(4) OCCURS 4.
       1 TYPE-IX                   PIC S9(4) COMP VALUE 0.

      * The QA reason codes, in report order.
       1 QA-REASON-NAMES.
         2 FILLER PIC X(4) VALUE 'POLC'.
         2 FILLER PIC X(4) VALUE 'EVID'.
         2 FILLER PIC X(4) VALUE 'TERM'.
         2 FILLER PIC X(4) VALUE 'NOTE'.
         2 FILLER PIC X(4) VALUE 'OTHR'.
       1 QA-REASON-TABLE REDEFINES QA-REASON-NAMES.
         2 RN-REASON-CODE          PIC X(4) OCCURS 5.
       1 REASON-IX                 PIC S9(4) COMP VALUE 0.

      * Per operator, per decision type.
       1 OPERATOR-TABLE.
         2 OPERATOR-ENTRY          OCCURS 50.
           3 OP-USER-ID            PIC X(8).
           3 OP-NEW-STAFF          PIC X(1).
           3 OP-TYPE               OCCURS 4.
             4 OP-REVIEWED         PIC 9(5).
             4 OP-ERRORS           PIC 9(5).
       1 OPERATOR-COUNT            PIC S9(4) COMP VALUE 0.
       1 OPERATOR-IX               PIC S9(4) COMP VALUE 0.
       1 OPERATOR-FOUND            PIC X(1) VALUE 'N'.
       1 OPERATOR-TABLE-FULL       PIC X(1) VALUE 'N'.

      * Per decision type.
       1 TYPE-TOTALS.
         2 TYPE-TOTAL              OCCURS 4.
           3 TT-REVIEWED           PIC 9(7).
           3 TT-ERRORS             PIC 9(7).
           3 TT-PENDING            PIC 9(7).
           3 TT-REASON-COUNT       PIC 9(7) OCCURS 5.

       1 SAMPLES-READ              PIC 9(7) VALUE 0.

       1 PERCENT-WORK              PIC 9(3)V9 VALUE 0.
       1 PERCENT-EDIT              PIC ZZ9.9.
       1 REVIEWED-EDIT             PIC Z(6)9.
       1 ERRORS-EDIT               PIC Z(6)9.
       1 PENDING-EDIT              PIC Z(6)9.
       1 NEW-STAFF-TEXT            PIC X(4) VALUE SPACES.

       1 REASON-LINE.
         2 RL-ENTRY                OCCURS 5.
           3 RL-CODE               PIC X(4).
           3 FILLER                PIC X(1).
           3 RL-COUNT              PIC ZZZZ9.
           3 FILLER                PIC X(2).

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE(1:4) TO RUN-YEAR
           MOVE RUN-DATE(5:2) TO RUN-MONTH

           PERFORM SET-DEFAULT-MONTH
           PERFORM READ-CONTROL-CARDS

           INITIALIZE OPERATOR-TABLE
           INITIALIZE TYPE-TOTALS

           PERFORM READ-QA-SAMPLES

           PERFORM PRINT-OPERATOR-RATES
           PERFORM PRINT-TYPE-RATES

           IF OPERATOR-TABLE-FULL = 'Y'
               DISPLAY 'QA REPORT INCOMPLETE - OPERATOR TABLE FULL'
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       SET-DEFAULT-MONTH.
           IF RUN-MONTH = 1
               COMPUTE REPORT-YEAR = RUN-YEAR - 1
               MOVE 12 TO REPORT-MM
           ELSE
               MOVE RUN-YEAR TO REPORT-YEAR
               COMPUTE REPORT-MM = RUN-MONTH - 1
           END-IF
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF QARPTCTL-STATUS = '00'
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

           IF QARPTCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           IF CONTROL-CARD-RECORD(1:6) = 'MONTH='
              AND CONTROL-CARD-RECORD(7:6) IS NUMERIC
               MOVE CONTROL-CARD-RECORD(7:6) TO REPORT-MONTH
           END-IF

           PERFORM READ-NEXT-CONTROL-CARD
           .

      ******************************************************************
      * One pass of QAQUEUE. A file that is not there yet counts as
      * an empty sample.
      ******************************************************************
       READ-QA-SAMPLES.
           OPEN INPUT QAQUEUE

           IF QAQUEUE-STATUS = '00'
               PERFORM READ-NEXT-SAMPLE
               PERFORM TAKE-ONE-SAMPLE
                   UNTIL END-OF-QAQUEUE = 'Y'

               CLOSE QAQUEUE
           END-IF
           .

       READ-NEXT-SAMPLE.
           READ QAQUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-QAQUEUE
           END-READ

           IF QAQUEUE-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-QAQUEUE
           END-IF
           .

       TAKE-ONE-SAMPLE.
           ADD 1 TO SAMPLES-READ

           PERFORM FIND-DECISION-TYPE
           IF TYPE-IX > 0
               EVALUATE TRUE
                   WHEN QA-PENDING
                    AND QA-SAMPLED-DATE(1:6) <= REPORT-MONTH
                       ADD 1 TO TT-PENDING(TYPE-IX)
                       ADD 1 TO TT-PENDING(4)
                   WHEN (QA-AGREED OR QA-DISAGREED)
                    AND QA-REVIEW-DATE(1:6) = REPORT-MONTH
                       PERFORM COUNT-REVIEWED-SAMPLE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM READ-NEXT-SAMPLE
           .

       FIND-DECISION-TYPE.
           EVALUATE QA-DECISION-TYPE
               WHEN 'UNDW'
                   MOVE 1 TO TYPE-IX
               WHEN 'FRDC'
                   MOVE 2 TO TYPE-IX
               WHEN 'APPE'
                   MOVE 3 TO TYPE-IX
               WHEN OTHER
                   MOVE 0 TO TYPE-IX
           END-EVALUATE
           .

       COUNT-REVIEWED-SAMPLE.
           ADD 1 TO TT-REVIEWED(TYPE-IX)
           ADD 1 TO TT-REVIEWED(4)
           IF QA-DISAGREED
               ADD 1 TO TT-ERRORS(TYPE-IX)
               ADD 1 TO TT-ERRORS(4)
               PERFORM COUNT-REASON-CODE
                   VARYING REASON-IX FROM 1 BY 1
                   UNTIL REASON-IX > 5
           END-IF

           PERFORM FIND-OPERATOR
           IF OPERATOR-FOUND = 'Y'
               ADD 1 TO OP-REVIEWED(OPERATOR-IX, TYPE-IX)
               ADD 1 TO OP-REVIEWED(OPERATOR-IX, 4)
               IF QA-DISAGREED
                   ADD 1 TO OP-ERRORS(OPERATOR-IX, TYPE-IX)
                   ADD 1 TO OP-ERRORS(OPERATOR-IX, 4)
               END-IF
               IF QA-NEW-STAFF = 'Y'
                   MOVE 'Y' TO OP-NEW-STAFF(OPERATOR-IX)
               END-IF
           END-IF
           .

       COUNT-REASON-CODE.
           IF QA-REASON-CODE = RN-REASON-CODE(REASON-IX)
               ADD 1 TO TT-REASON-COUNT(TYPE-IX, REASON-IX)
               ADD 1 TO TT-REASON-COUNT(4, REASON-IX)
           END-IF
           .

      * Finds QA-DECIDED-BY on the table, adding it when it is new
      * and there is room.
       FIND-OPERATOR.
           MOVE 'N' TO OPERATOR-FOUND

           PERFORM CHECK-ONE-OPERATOR
               VARYING OPERATOR-IX FROM 1 BY 1
               UNTIL OPERATOR-IX > OPERATOR-COUNT
                  OR OPERATOR-FOUND = 'Y'

           IF OPERATOR-FOUND = 'Y'
               SUBTRACT 1 FROM OPERATOR-IX
           ELSE
               IF OPERATOR-COUNT < 50
                   ADD 1 TO OPERATOR-COUNT
                   MOVE OPERATOR-COUNT TO OPERATOR-IX
                   MOVE QA-DECIDED-BY TO OP-USER-ID(OPERATOR-IX)
                   MOVE 'N' TO OP-NEW-STAFF(OPERATOR-IX)
                   MOVE 'Y' TO OPERATOR-FOUND
               ELSE
                   MOVE 'Y' TO OPERATOR-TABLE-FULL
               END-IF
           END-IF
           .

       CHECK-ONE-OPERATOR.
           IF OP-USER-ID(OPERATOR-IX) = QA-DECIDED-BY
               MOVE 'Y' TO OPERATOR-FOUND
           END-IF
           .

      ******************************************************************
      * The report.
      ******************************************************************
       PRINT-OPERATOR-RATES.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'FOUR-EYES QA ERROR RATES FOR ' REPORT-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           DISPLAY 'OPERATOR  TYPE  REVIEWED   ERRORS  ERROR%'

           PERFORM PRINT-ONE-OPERATOR
               VARYING OPERATOR-IX FROM 1 BY 1
               UNTIL OPERATOR-IX > OPERATOR-COUNT
           .

       PRINT-ONE-OPERATOR.
           MOVE SPACES TO NEW-STAFF-TEXT
           IF OP-NEW-STAFF(OPERATOR-IX) = 'Y'
               MOVE ' NEW' TO NEW-STAFF-TEXT
           END-IF

           PERFORM PRINT-ONE-OPERATOR-TYPE
               VARYING TYPE-IX FROM 1 BY 1
               UNTIL TYPE-IX > 4
           .

       PRINT-ONE-OPERATOR-TYPE.
           IF OP-REVIEWED(OPERATOR-IX, TYPE-IX) > 0
               COMPUTE PERCENT-WORK ROUNDED =
                   OP-ERRORS(OPERATOR-IX, TYPE-IX) * 100
                   / OP-REVIEWED(OPERATOR-IX, TYPE-IX)
               MOVE PERCENT-WORK TO PERCENT-EDIT
               MOVE OP-REVIEWED(OPERATOR-IX, TYPE-IX) TO REVIEWED-EDIT
               MOVE OP-ERRORS(OPERATOR-IX, TYPE-IX)   TO ERRORS-EDIT

               MOVE SPACES TO REPORT-LINE
               STRING OP-USER-ID(OPERATOR-IX)
                      '  ' DT-TYPE-ID(TYPE-IX)
                      '   ' REVIEWED-EDIT
                      '  ' ERRORS-EDIT
                      '   ' PERCENT-EDIT '%'
                      NEW-STAFF-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       PRINT-TYPE-RATES.
           DISPLAY '=============================================='
           DISPLAY 'BY DECISION TYPE'
           DISPLAY '=============================================='
           DISPLAY 'TYPE  REVIEWED   ERRORS  ERROR%  STILL PENDING'

           PERFORM PRINT-ONE-TYPE
               VARYING TYPE-IX FROM 1 BY 1
               UNTIL TYPE-IX > 4

           MOVE SAMPLES-READ TO REVIEWED-EDIT
           DISPLAY 'QAQUEUE SAMPLES READ:  ' REVIEWED-EDIT
           DISPLAY '=============================================='
           .

       PRINT-ONE-TYPE.
           MOVE 0 TO PERCENT-WORK
           IF TT-REVIEWED(TYPE-IX) > 0
               COMPUTE PERCENT-WORK ROUNDED =
                   TT-ERRORS(TYPE-IX) * 100 / TT-REVIEWED(TYPE-IX)
           END-IF
           MOVE PERCENT-WORK         TO PERCENT-EDIT
           MOVE TT-REVIEWED(TYPE-IX) TO REVIEWED-EDIT
           MOVE TT-ERRORS(TYPE-IX)   TO ERRORS-EDIT
           MOVE TT-PENDING(TYPE-IX)  TO PENDING-EDIT

           MOVE SPACES TO REPORT-LINE
           STRING DT-TYPE-ID(TYPE-IX)
                  '   ' REVIEWED-EDIT
                  '  ' ERRORS-EDIT
                  '   ' PERCENT-EDIT '%'
                  '        ' PENDING-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           IF TT-ERRORS(TYPE-IX) > 0
               MOVE SPACES TO REASON-LINE
               PERFORM SET-ONE-REASON-COUNT
                   VARYING REASON-IX FROM 1 BY 1
                   UNTIL REASON-IX > 5
               MOVE SPACES TO REPORT-LINE
               STRING '      ERRORS BY REASON: ' REASON-LINE
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       SET-ONE-REASON-COUNT.
           MOVE RN-REASON-CODE(REASON-IX) TO RL-CODE(REASON-IX)
           MOVE TT-REASON-COUNT(TYPE-IX, REASON-IX)
               TO RL-COUNT(REASON-IX)
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE SAMPLES-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSQARPT'.
