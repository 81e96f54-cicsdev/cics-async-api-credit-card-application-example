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
      *  CSCMPRPT
      *
      * Monthly customer complaints report - the regulator's view of
      * the CMPL complaints register (see copy/COMPLNT.cpy and
      * src/CSCMPLNT.cbl). One pass of COMPLNT gives:
      *
      *   - volumes: complaints logged in the month by category,
      *     split phone/letter;
      *   - outcomes: complaints given their final response in the
      *     month, upheld and rejected, and the upheld rate, by
      *     category;
      *   - breaches: every acknowledgement or final-response
      *     deadline falling in the month that was missed - answered
      *     after it, or still unanswered once it has passed;
      *   - top root causes of the month's closed complaints, most
      *     frequent first, with how many of each were upheld;
      *   - the open complaints already past their final-response
      *     deadline at run time, with their owners, for chasing.
      *
      * The month is last month unless the CMPRPTCTL control card
      * names one (MONTH=YYYYMM).
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSCMPRPT.jcl. Schedule monthly.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCMPRPT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT COMPLNT ASSIGN TO COMPLNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CQ-COMPLAINT-KEY
                  FILE STATUS IS COMPLNT-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO CMPRPTCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CMPRPTCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  COMPLNT.
           COPY COMPLNT.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCMPRPT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCMPRPT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 COMPLNT-STATUS            PIC X(2) VALUE '00'.
       1 CMPRPTCTL-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-COMPLNT            PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8) VALUE SPACES.
       1 RUN-YEAR                  PIC 9(4) VALUE 0.
       1 RUN-MONTH                 PIC 9(2) VALUE 0.

      * The month being reported - last month unless CMPRPTCTL
      * names one.
       1 REPORT-MONTH.
         2 REPORT-YEAR             PIC 9(4) VALUE 0.
         2 REPORT-MM               PIC 9(2) VALUE 0.

      * The complaint categories, in report order; slot 9 is all
      * of them together.
       1 CATEGORY-NAMES.
         2 FILLER PIC X(4) VALUE 'DECN'.
         2 FILLER PIC X(4) VALUE 'LIMT'.
         2 FILLER PIC X(4) VALUE 'CARD'.
         2 FILLER PIC X(4) VALUE 'SERV'.
         2 FILLER PIC X(4) VALUE 'COLL'.
         2 FILLER PIC X(4) VALUE 'FRAU'.
         2 FILLER PIC X(4) VALUE 'DATA'.
         2 FILLER PIC X(4) VALUE 'OTHR'.
         2 FILLER PIC X(4) VALUE 'ALL '.
       1 CATEGORY-TABLE REDEFINES CATEGORY-NAMES.
         2 CN-CATEGORY             PIC X(4) OCCURS 9.
       1 CATEGORY-IX               PIC S9(4) COMP VALUE 0.
       1 CATEGORY-FOUND            PIC X(1) VALUE 'N'.

       1 CATEGORY-TOTALS.
         2 CATEGORY-TOTAL          OCCURS 9.
           3 CT-LOGGED             PIC 9(7).
           3 CT-BY-PHONE           PIC 9(7).
           3 CT-BY-LETTER          PIC 9(7).
           3 CT-CLOSED             PIC 9(7).
           3 CT-UPHELD             PIC 9(7).
           3 CT-REJECTED           PIC 9(7).

      * The root causes, counted over the month's closed complaints
      * then sorted most frequent first.
       1 ROOT-CAUSE-NAMES.
         2 FILLER PIC X(4) VALUE 'PROC'.
         2 FILLER PIC X(4) VALUE 'SYST'.
         2 FILLER PIC X(4) VALUE 'STAF'.
         2 FILLER PIC X(4) VALUE 'COMM'.
         2 FILLER PIC X(4) VALUE 'THRD'.
         2 FILLER PIC X(4) VALUE 'POLC'.
         2 FILLER PIC X(4) VALUE 'NONE'.
       1 ROOT-CAUSE-NAME-TABLE REDEFINES ROOT-CAUSE-NAMES.
         2 RN-ROOT-CAUSE           PIC X(4) OCCURS 7.
       1 ROOT-CAUSE-TABLE.
         2 ROOT-CAUSE-ENTRY        OCCURS 7.
           3 RC-CODE               PIC X(4).
           3 RC-CLOSED             PIC 9(7).
           3 RC-UPHELD             PIC 9(7).
       1 RC-SAVE-ENTRY.
         2 RC-SAVE-CODE            PIC X(4).
         2 RC-SAVE-CLOSED          PIC 9(7).
         2 RC-SAVE-UPHELD          PIC 9(7).
       1 ROOT-CAUSE-IX             PIC S9(4) COMP VALUE 0.
       1 ROOT-CAUSE-JX             PIC S9(4) COMP VALUE 0.
       1 SORT-SWAPPED              PIC X(1) VALUE 'N'.

       1 ACK-DEADLINES             PIC 9(7) VALUE 0.
       1 ACK-BREACHES              PIC 9(7) VALUE 0.
       1 FINAL-DEADLINES           PIC 9(7) VALUE 0.
       1 FINAL-BREACHES            PIC 9(7) VALUE 0.
       1 OVERDUE-OPEN              PIC 9(7) VALUE 0.
       1 COMPLAINTS-READ           PIC 9(7) VALUE 0.

       1 PERCENT-WORK              PIC 9(3)V9 VALUE 0.
       1 PERCENT-EDIT              PIC ZZ9.9.
       1 COUNT-EDIT-1              PIC Z(6)9.
       1 COUNT-EDIT-2              PIC Z(6)9.
       1 COUNT-EDIT-3              PIC Z(6)9.
       1 COUNT-EDIT-4              PIC Z(6)9.

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE(1:4) TO RUN-YEAR
           MOVE RUN-DATE(5:2) TO RUN-MONTH

           PERFORM SET-DEFAULT-MONTH
           PERFORM READ-CONTROL-CARDS

           INITIALIZE CATEGORY-TOTALS
           INITIALIZE ROOT-CAUSE-TABLE
           PERFORM SET-ONE-ROOT-CAUSE-CODE
               VARYING ROOT-CAUSE-IX FROM 1 BY 1
               UNTIL ROOT-CAUSE-IX > 7

           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CUSTOMER COMPLAINTS REPORT FOR ' REPORT-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='

           PERFORM READ-COMPLAINTS

           PERFORM PRINT-VOLUMES-AND-OUTCOMES
           PERFORM PRINT-BREACHES
           PERFORM PRINT-ROOT-CAUSES

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

           IF CMPRPTCTL-STATUS = '00'
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

           IF CMPRPTCTL-STATUS NOT = '00'
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

       SET-ONE-ROOT-CAUSE-CODE.
           MOVE RN-ROOT-CAUSE(ROOT-CAUSE-IX) TO RC-CODE(ROOT-CAUSE-IX)
           .

      ******************************************************************
      * One pass of COMPLNT. A register that is not there yet counts
      * as no complaints. Overdue open complaints are listed as they
      * are met, ahead of the totals.
      ******************************************************************
       READ-COMPLAINTS.
           OPEN INPUT COMPLNT

           IF COMPLNT-STATUS = '00'
               DISPLAY 'OPEN COMPLAINTS PAST THEIR FINAL-RESPONSE DATE'
               DISPLAY 'ACCOUNT   NO  CATG  LOGGED    DUE       OWNER'
               PERFORM READ-NEXT-COMPLAINT
               PERFORM TAKE-ONE-COMPLAINT
                   UNTIL END-OF-COMPLNT = 'Y'

               CLOSE COMPLNT
           END-IF
           .

       READ-NEXT-COMPLAINT.
           READ COMPLNT NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-COMPLNT
           END-READ

           IF COMPLNT-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-COMPLNT
           END-IF
           .

       TAKE-ONE-COMPLAINT.
           ADD 1 TO COMPLAINTS-READ

           PERFORM FIND-CATEGORY

           IF CQ-LOGGED-DATE(1:6) = REPORT-MONTH
               PERFORM COUNT-LOGGED-COMPLAINT
           END-IF

           IF CQ-CLOSED
              AND CQ-FINAL-DATE(1:6) = REPORT-MONTH
               PERFORM COUNT-CLOSED-COMPLAINT
           END-IF

           PERFORM CHECK-DEADLINES

           IF NOT CQ-CLOSED
              AND CQ-FINAL-DUE-DATE < RUN-DATE
               PERFORM LIST-OVERDUE-COMPLAINT
           END-IF

           PERFORM READ-NEXT-COMPLAINT
           .

      * An unknown category is counted under OTHR.
       FIND-CATEGORY.
           MOVE 'N' TO CATEGORY-FOUND

           PERFORM CHECK-ONE-CATEGORY
               VARYING CATEGORY-IX FROM 1 BY 1
               UNTIL CATEGORY-IX > 8
                  OR CATEGORY-FOUND = 'Y'

           IF CATEGORY-FOUND = 'Y'
               SUBTRACT 1 FROM CATEGORY-IX
           ELSE
               MOVE 8 TO CATEGORY-IX
           END-IF
           .

       CHECK-ONE-CATEGORY.
           IF CN-CATEGORY(CATEGORY-IX) = CQ-CATEGORY
               MOVE 'Y' TO CATEGORY-FOUND
           END-IF
           .

       COUNT-LOGGED-COMPLAINT.
           ADD 1 TO CT-LOGGED(CATEGORY-IX)
           ADD 1 TO CT-LOGGED(9)
           IF CQ-BY-PHONE
               ADD 1 TO CT-BY-PHONE(CATEGORY-IX)
               ADD 1 TO CT-BY-PHONE(9)
           ELSE
               ADD 1 TO CT-BY-LETTER(CATEGORY-IX)
               ADD 1 TO CT-BY-LETTER(9)
           END-IF
           .

       COUNT-CLOSED-COMPLAINT.
           ADD 1 TO CT-CLOSED(CATEGORY-IX)
           ADD 1 TO CT-CLOSED(9)
           IF CQ-UPHELD
               ADD 1 TO CT-UPHELD(CATEGORY-IX)
               ADD 1 TO CT-UPHELD(9)
           ELSE
               ADD 1 TO CT-REJECTED(CATEGORY-IX)
               ADD 1 TO CT-REJECTED(9)
           END-IF

           PERFORM COUNT-ONE-ROOT-CAUSE
               VARYING ROOT-CAUSE-IX FROM 1 BY 1
               UNTIL ROOT-CAUSE-IX > 7
           .

       COUNT-ONE-ROOT-CAUSE.
           IF RC-CODE(ROOT-CAUSE-IX) = CQ-ROOT-CAUSE
               ADD 1 TO RC-CLOSED(ROOT-CAUSE-IX)
               IF CQ-UPHELD
                   ADD 1 TO RC-UPHELD(ROOT-CAUSE-IX)
               END-IF
           END-IF
           .

      * A deadline that fell in the month is breached if it was met
      * late, or is still unmet and has already passed.
       CHECK-DEADLINES.
           IF CQ-ACK-DUE-DATE(1:6) = REPORT-MONTH
               ADD 1 TO ACK-DEADLINES
               IF (CQ-ACKED-DATE NOT = SPACES
                   AND CQ-ACKED-DATE > CQ-ACK-DUE-DATE)
                  OR (CQ-ACKED-DATE = SPACES
                   AND CQ-ACK-DUE-DATE < RUN-DATE)
                   ADD 1 TO ACK-BREACHES
               END-IF
           END-IF

           IF CQ-FINAL-DUE-DATE(1:6) = REPORT-MONTH
               ADD 1 TO FINAL-DEADLINES
               IF (CQ-FINAL-DATE NOT = SPACES
                   AND CQ-FINAL-DATE > CQ-FINAL-DUE-DATE)
                  OR (CQ-FINAL-DATE = SPACES
                   AND CQ-FINAL-DUE-DATE < RUN-DATE)
                   ADD 1 TO FINAL-BREACHES
               END-IF
           END-IF
           .

       LIST-OVERDUE-COMPLAINT.
           ADD 1 TO OVERDUE-OPEN

           MOVE SPACES TO REPORT-LINE
           STRING CQ-CUST-NO '  ' CQ-COMPLAINT-NO
                  '  ' CQ-CATEGORY
                  '  ' CQ-LOGGED-DATE
                  '  ' CQ-FINAL-DUE-DATE
                  '  ' CQ-OWNER-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      ******************************************************************
      * The report.
      ******************************************************************
       PRINT-VOLUMES-AND-OUTCOMES.
           MOVE OVERDUE-OPEN TO COUNT-EDIT-1
           DISPLAY 'OVERDUE OPEN COMPLAINTS:  ' COUNT-EDIT-1
           DISPLAY '=============================================='
           DISPLAY 'VOLUMES LOGGED BY CATEGORY'
           DISPLAY '=============================================='
           DISPLAY 'CATG   LOGGED    PHONE   LETTER'

           PERFORM PRINT-ONE-CATEGORY-VOLUME
               VARYING CATEGORY-IX FROM 1 BY 1
               UNTIL CATEGORY-IX > 9

           DISPLAY '=============================================='
           DISPLAY 'FINAL RESPONSES GIVEN BY CATEGORY'
           DISPLAY '=============================================='
           DISPLAY 'CATG   CLOSED   UPHELD REJECTED  UPHELD%'

           PERFORM PRINT-ONE-CATEGORY-OUTCOME
               VARYING CATEGORY-IX FROM 1 BY 1
               UNTIL CATEGORY-IX > 9
           .

       PRINT-ONE-CATEGORY-VOLUME.
           IF CT-LOGGED(CATEGORY-IX) > 0
              OR CATEGORY-IX = 9
               MOVE CT-LOGGED(CATEGORY-IX)    TO COUNT-EDIT-1
               MOVE CT-BY-PHONE(CATEGORY-IX)  TO COUNT-EDIT-2
               MOVE CT-BY-LETTER(CATEGORY-IX) TO COUNT-EDIT-3

               MOVE SPACES TO REPORT-LINE
               STRING CN-CATEGORY(CATEGORY-IX)
                      ' ' COUNT-EDIT-1
                      '  ' COUNT-EDIT-2
                      '  ' COUNT-EDIT-3
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       PRINT-ONE-CATEGORY-OUTCOME.
           IF CT-CLOSED(CATEGORY-IX) > 0
              OR CATEGORY-IX = 9
               MOVE 0 TO PERCENT-WORK
               IF CT-CLOSED(CATEGORY-IX) > 0
                   COMPUTE PERCENT-WORK ROUNDED =
                       CT-UPHELD(CATEGORY-IX) * 100
                       / CT-CLOSED(CATEGORY-IX)
               END-IF
               MOVE PERCENT-WORK             TO PERCENT-EDIT
               MOVE CT-CLOSED(CATEGORY-IX)   TO COUNT-EDIT-1
               MOVE CT-UPHELD(CATEGORY-IX)   TO COUNT-EDIT-2
               MOVE CT-REJECTED(CATEGORY-IX) TO COUNT-EDIT-3

               MOVE SPACES TO REPORT-LINE
               STRING CN-CATEGORY(CATEGORY-IX)
                      ' ' COUNT-EDIT-1
                      '  ' COUNT-EDIT-2
                      '  ' COUNT-EDIT-3
                      '   ' PERCENT-EDIT '%'
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       PRINT-BREACHES.
           DISPLAY '=============================================='
           DISPLAY 'DEADLINES FALLING IN THE MONTH'
           DISPLAY '=============================================='
           DISPLAY 'DEADLINE          DUE  BREACHED  BREACH%'

           MOVE ACK-DEADLINES TO COUNT-EDIT-1
           MOVE ACK-BREACHES  TO COUNT-EDIT-2
           MOVE 0 TO PERCENT-WORK
           IF ACK-DEADLINES > 0
               COMPUTE PERCENT-WORK ROUNDED =
                   ACK-BREACHES * 100 / ACK-DEADLINES
           END-IF
           MOVE PERCENT-WORK TO PERCENT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACKNOWLEDGEMENT ' COUNT-EDIT-1
                  '   ' COUNT-EDIT-2
                  '   ' PERCENT-EDIT '%'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE FINAL-DEADLINES TO COUNT-EDIT-1
           MOVE FINAL-BREACHES  TO COUNT-EDIT-2
           MOVE 0 TO PERCENT-WORK
           IF FINAL-DEADLINES > 0
               COMPUTE PERCENT-WORK ROUNDED =
                   FINAL-BREACHES * 100 / FINAL-DEADLINES
           END-IF
           MOVE PERCENT-WORK TO PERCENT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'FINAL RESPONSE  ' COUNT-EDIT-1
                  '   ' COUNT-EDIT-2
                  '   ' PERCENT-EDIT '%'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       PRINT-ROOT-CAUSES.
           MOVE 'Y' TO SORT-SWAPPED
           PERFORM BUBBLE-ONE-PASS
               UNTIL SORT-SWAPPED = 'N'

           DISPLAY '=============================================='
           DISPLAY 'TOP ROOT CAUSES OF COMPLAINTS CLOSED'
           DISPLAY '=============================================='
           DISPLAY 'CAUSE   CLOSED   UPHELD'

           PERFORM PRINT-ONE-ROOT-CAUSE
               VARYING ROOT-CAUSE-IX FROM 1 BY 1
               UNTIL ROOT-CAUSE-IX > 7

           MOVE COMPLAINTS-READ TO COUNT-EDIT-4
           DISPLAY 'COMPLNT ROWS READ:  ' COUNT-EDIT-4
           DISPLAY '=============================================='
           .

      * Most frequent first.
       BUBBLE-ONE-PASS.
           MOVE 'N' TO SORT-SWAPPED
           MOVE 1 TO ROOT-CAUSE-IX

           PERFORM BUBBLE-ONE-PAIR
               UNTIL ROOT-CAUSE-IX >= 7
           .

       BUBBLE-ONE-PAIR.
           COMPUTE ROOT-CAUSE-JX = ROOT-CAUSE-IX + 1

           IF RC-CLOSED(ROOT-CAUSE-IX) < RC-CLOSED(ROOT-CAUSE-JX)
               MOVE ROOT-CAUSE-ENTRY(ROOT-CAUSE-IX) TO RC-SAVE-ENTRY
               MOVE ROOT-CAUSE-ENTRY(ROOT-CAUSE-JX)
                   TO ROOT-CAUSE-ENTRY(ROOT-CAUSE-IX)
               MOVE RC-SAVE-ENTRY TO ROOT-CAUSE-ENTRY(ROOT-CAUSE-JX)
               MOVE 'Y' TO SORT-SWAPPED
           END-IF

           ADD 1 TO ROOT-CAUSE-IX
           .

       PRINT-ONE-ROOT-CAUSE.
           IF RC-CLOSED(ROOT-CAUSE-IX) > 0
               MOVE RC-CLOSED(ROOT-CAUSE-IX) TO COUNT-EDIT-1
               MOVE RC-UPHELD(ROOT-CAUSE-IX) TO COUNT-EDIT-2

               MOVE SPACES TO REPORT-LINE
               STRING RC-CODE(ROOT-CAUSE-IX)
                      '  ' COUNT-EDIT-1
                      '  ' COUNT-EDIT-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE COMPLAINTS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCMPRPT'.
