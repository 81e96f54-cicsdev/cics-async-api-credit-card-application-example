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
      *  CSPAPRPT
      *
      * Daily paper application keying report. Reads the PAPRFORM
      * file the PAPK keying transaction works (see
      * copy/PAPRFORM.cpy and src/CSPAPKEY.cbl) and, for the day,
      * counts per clerk:
      *
      *   KEYED     forms keyed first (PF-KEYED-BY/-DATE)
      *   VERIFIED  blind second keyings that agreed with the first
      *   MISMATCH  blind second keyings that did not
      *   RESOLVED  mismatched forms settled against the paper
      *   REJECTED  forms returned to the branch
      *
      * then the forms still outstanding whatever day they came in -
      * awaiting a second keying, held on a mismatch, or verified but
      * never submitted - so the keying room can see its backlog.
      *
      * The day is today unless the PAPRPCTL control card names one
      * (DATE=YYYYMMDD). At most 50 clerks are tabled; a run that
      * overflows says so and ends with RETURN-CODE 8.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSPAPRPT.jcl. Schedule daily, after the keying room
      * closes.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPAPRPT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PAPRFORM ASSIGN TO PAPRFORM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PF-FORM-KEY
                  FILE STATUS IS PAPRFORM-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO PAPRPCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PAPRPCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  PAPRFORM.
           COPY PAPRFORM.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSPAPRPT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSPAPRPT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 PAPRFORM-STATUS           PIC X(2) VALUE '00'.
       1 PAPRPCTL-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-PAPRFORM           PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.

      * The day being reported - today unless PAPRPCTL names one.
       1 REPORT-DATE               PIC X(8) VALUE SPACES.

      * The five things a clerk does to a form, in report order;
      * slot 5 of CT-COUNT is the day's total across clerks.
       1 STEP-NAMES.
         2 FILLER PIC X(8) VALUE 'KEYED   '.
         2 FILLER PIC X(8) VALUE 'VERIFIED'.
         2 FILLER PIC X(8) VALUE 'MISMATCH'.
         2 FILLER PIC X(8) VALUE 'RESOLVED'.
         2 FILLER PIC X(8) VALUE 'REJECTED'.
       1 STEP-TABLE REDEFINES STEP-NAMES.
         2 SN-STEP-NAME            PIC X(8) OCCURS 5.
       1 STEP-IX                   PIC S9(4) COMP VALUE 0.

      * Per clerk, per step.
       1 CLERK-TABLE.
         2 CLERK-ENTRY             OCCURS 50.
           3 CK-USER-ID            PIC X(8).
           3 CK-STEP-COUNT         PIC 9(5) OCCURS 5.
       1 CLERK-COUNT               PIC S9(4) COMP VALUE 0.
       1 CLERK-IX                  PIC S9(4) COMP VALUE 0.
       1 CLERK-FOUND               PIC X(1) VALUE 'N'.
       1 CLERK-TABLE-FULL          PIC X(1) VALUE 'N'.
       1 CLERK-SOUGHT              PIC X(8) VALUE SPACES.

       1 DAY-TOTALS.
         2 DT-STEP-COUNT           PIC 9(7) OCCURS 5.

      * The backlog, whatever day the forms came in.
       1 OUTSTANDING-KEYED         PIC 9(7) VALUE 0.
       1 OUTSTANDING-MISMATCH      PIC 9(7) VALUE 0.
       1 OUTSTANDING-VERIFIED      PIC 9(7) VALUE 0.
       1 FORMS-SUBMITTED           PIC 9(7) VALUE 0.
       1 FORMS-REJECTED            PIC 9(7) VALUE 0.
       1 FORMS-READ                PIC 9(7) VALUE 0.

       1 COUNT-LINE.
         2 CL-ENTRY                OCCURS 5.
           3 CL-COUNT              PIC Z(6)9.
           3 FILLER                PIC X(2).
       1 COUNT-EDIT                PIC Z(6)9.

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-CARDS

           INITIALIZE CLERK-TABLE
           INITIALIZE DAY-TOTALS

           PERFORM READ-PAPER-FORMS

           PERFORM PRINT-CLERK-COUNTS
           PERFORM PRINT-OUTSTANDING-FORMS

           IF CLERK-TABLE-FULL = 'Y'
               DISPLAY 'KEYING REPORT INCOMPLETE - CLERK TABLE FULL'
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF PAPRPCTL-STATUS = '00'
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

           IF PAPRPCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           IF CONTROL-CARD-RECORD(1:5) = 'DATE='
              AND CONTROL-CARD-RECORD(6:8) IS NUMERIC
               MOVE CONTROL-CARD-RECORD(6:8) TO REPORT-DATE
           END-IF

           PERFORM READ-NEXT-CONTROL-CARD
           .

      ******************************************************************
      * One pass of PAPRFORM. A file that is not there yet counts as
      * no forms.
      ******************************************************************
       READ-PAPER-FORMS.
           OPEN INPUT PAPRFORM

           IF PAPRFORM-STATUS = '00'
               PERFORM READ-NEXT-FORM
               PERFORM TAKE-ONE-FORM
                   UNTIL END-OF-PAPRFORM = 'Y'

               CLOSE PAPRFORM
           END-IF
           .

       READ-NEXT-FORM.
           READ PAPRFORM NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-PAPRFORM
           END-READ

           IF PAPRFORM-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-PAPRFORM
           END-IF
           .

      * One form can count for several clerks on the same day - it
      * may be keyed, re-keyed and resolved by three of them.
       TAKE-ONE-FORM.
           ADD 1 TO FORMS-READ

           IF PF-KEYED-DATE = REPORT-DATE
              AND PF-KEYED-BY NOT = SPACES
               MOVE PF-KEYED-BY TO CLERK-SOUGHT
               MOVE 1 TO STEP-IX
               PERFORM COUNT-CLERK-STEP
           END-IF

           IF PF-CHECKED-DATE = REPORT-DATE
              AND PF-CHECKED-BY NOT = SPACES
               MOVE PF-CHECKED-BY TO CLERK-SOUGHT
               IF PF-MISMATCH-COUNT = 0
                   MOVE 2 TO STEP-IX
               ELSE
                   MOVE 3 TO STEP-IX
               END-IF
               PERFORM COUNT-CLERK-STEP
           END-IF

           IF PF-RESOLVED-DATE = REPORT-DATE
              AND PF-RESOLVED-BY NOT = SPACES
               MOVE PF-RESOLVED-BY TO CLERK-SOUGHT
               MOVE 4 TO STEP-IX
               PERFORM COUNT-CLERK-STEP
           END-IF

           IF PF-REJECTED-DATE = REPORT-DATE
              AND PF-REJECTED-BY NOT = SPACES
               MOVE PF-REJECTED-BY TO CLERK-SOUGHT
               MOVE 5 TO STEP-IX
               PERFORM COUNT-CLERK-STEP
           END-IF

           EVALUATE TRUE
               WHEN PF-KEYED
                   ADD 1 TO OUTSTANDING-KEYED
               WHEN PF-MISMATCH
                   ADD 1 TO OUTSTANDING-MISMATCH
               WHEN PF-VERIFIED
                   ADD 1 TO OUTSTANDING-VERIFIED
               WHEN PF-SUBMITTED
                   ADD 1 TO FORMS-SUBMITTED
               WHEN PF-REJECTED
                   ADD 1 TO FORMS-REJECTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-NEXT-FORM
           .

       COUNT-CLERK-STEP.
           ADD 1 TO DT-STEP-COUNT(STEP-IX)

           PERFORM FIND-CLERK
           IF CLERK-FOUND = 'Y'
               ADD 1 TO CK-STEP-COUNT(CLERK-IX, STEP-IX)
           END-IF
           .

      * Finds CLERK-SOUGHT on the table, adding it when it is new
      * and there is room.
       FIND-CLERK.
           MOVE 'N' TO CLERK-FOUND

           PERFORM CHECK-ONE-CLERK
               VARYING CLERK-IX FROM 1 BY 1
               UNTIL CLERK-IX > CLERK-COUNT
                  OR CLERK-FOUND = 'Y'

           IF CLERK-FOUND = 'Y'
               SUBTRACT 1 FROM CLERK-IX
           ELSE
               IF CLERK-COUNT < 50
                   ADD 1 TO CLERK-COUNT
                   MOVE CLERK-COUNT TO CLERK-IX
                   MOVE CLERK-SOUGHT TO CK-USER-ID(CLERK-IX)
                   MOVE 'Y' TO CLERK-FOUND
               ELSE
                   MOVE 'Y' TO CLERK-TABLE-FULL
               END-IF
           END-IF
           .

       CHECK-ONE-CLERK.
           IF CK-USER-ID(CLERK-IX) = CLERK-SOUGHT
               MOVE 'Y' TO CLERK-FOUND
           END-IF
           .

      ******************************************************************
      * The report.
      ******************************************************************
       PRINT-CLERK-COUNTS.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'PAPER APPLICATION KEYING FOR ' REPORT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CLERK       '
                  '  ' SN-STEP-NAME(1) ' ' SN-STEP-NAME(2)
                  ' ' SN-STEP-NAME(3) ' ' SN-STEP-NAME(4)
                  ' ' SN-STEP-NAME(5)
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM PRINT-ONE-CLERK
               VARYING CLERK-IX FROM 1 BY 1
               UNTIL CLERK-IX > CLERK-COUNT

           PERFORM SET-ONE-DAY-TOTAL
               VARYING STEP-IX FROM 1 BY 1
               UNTIL STEP-IX > 5
           MOVE SPACES TO REPORT-LINE
           STRING 'ALL CLERKS  ' COUNT-LINE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       PRINT-ONE-CLERK.
           PERFORM SET-ONE-CLERK-COUNT
               VARYING STEP-IX FROM 1 BY 1
               UNTIL STEP-IX > 5

           MOVE SPACES TO REPORT-LINE
           STRING CK-USER-ID(CLERK-IX) '    ' COUNT-LINE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       SET-ONE-CLERK-COUNT.
           MOVE CK-STEP-COUNT(CLERK-IX, STEP-IX) TO CL-COUNT(STEP-IX)
           .

       SET-ONE-DAY-TOTAL.
           MOVE DT-STEP-COUNT(STEP-IX) TO CL-COUNT(STEP-IX)
           .

       PRINT-OUTSTANDING-FORMS.
           DISPLAY '=============================================='
           DISPLAY 'FORMS OUTSTANDING (ANY DAY)'
           DISPLAY '=============================================='
           MOVE OUTSTANDING-KEYED TO COUNT-EDIT
           DISPLAY 'AWAITING SECOND KEYING:    ' COUNT-EDIT
           MOVE OUTSTANDING-MISMATCH TO COUNT-EDIT
           DISPLAY 'HELD ON A MISMATCH:        ' COUNT-EDIT
           MOVE OUTSTANDING-VERIFIED TO COUNT-EDIT
           DISPLAY 'VERIFIED, NOT SUBMITTED:   ' COUNT-EDIT
           MOVE FORMS-SUBMITTED TO COUNT-EDIT
           DISPLAY 'SUBMITTED TO DATE:         ' COUNT-EDIT
           MOVE FORMS-REJECTED TO COUNT-EDIT
           DISPLAY 'REJECTED TO DATE:          ' COUNT-EDIT
           MOVE FORMS-READ TO COUNT-EDIT
           DISPLAY 'PAPRFORM FORMS READ:       ' COUNT-EDIT
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE FORMS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSPAPRPT'.
