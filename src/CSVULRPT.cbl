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
      *  CSVULRPT
      *
      * Monthly vulnerable customer marker review report. A marker
      * set through the VULN transaction (see src/CSVULNMK.cbl and
      * copy/VULNMARK.cpy) carries the date it is next to be looked
      * at again with the customer - circumstances change, and a
      * marker nobody reviews goes on changing how the customer is
      * treated long after it should. This job walks VULNMARK and
      * lists every ACTIVE marker whose review falls due:
      *
      *   - DUE      - the review date is in the report month;
      *   - OVERDUE  - the review date is in an earlier month and
      *                nobody has reviewed the marker (VULN REV) or
      *                lifted it (VULN END) since - or it holds no
      *                usable review date at all.
      *
      * Each line shows the account, the reason, the review date,
      * when it was last reviewed (or set, if never reviewed) and
      * by whom, the letter format and whether a supervisor has
      * released the account for collections. The summary counts
      * the markers standing by reason, those lifted, and those due
      * and overdue. The run ends RC 4 when any marker is overdue,
      * RC 8 when VULNMARK cannot be read.
      *
      * Control cards off VULNCTL (no card keeps the default):
      *   MONTH=YYYYMM  review month reported - default this month
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSVULRPT.jcl. Schedule monthly, on the first working
      * day of the month.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSVULRPT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO VULNCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS VULNCTL-STATUS.

           SELECT VULNMARK ASSIGN TO VULNMARK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS VM-CUST-NO
                  FILE STATUS IS VULNMARK-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  VULNMARK.
           COPY VULNMARK.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSVULRPT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSVULRPT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 VULNCTL-STATUS           PIC X(2) VALUE '00'.
       1 VULNMARK-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS     PIC X(1) VALUE 'N'.
       1 END-OF-MARKERS           PIC X(1) VALUE 'N'.

       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 REPORT-MONTH             PIC X(6) VALUE SPACES.

      * The marker being judged.
       1 REVIEW-STANDING          PIC X(8) VALUE SPACES.
       1 LAST-LOOKED-DATE         PIC X(8) VALUE SPACES.
       1 LAST-LOOKED-BY           PIC X(8) VALUE SPACES.
       1 SHOWN-RELEASE            PIC X(1) VALUE SPACES.

       1 REVIEW-TOTALS.
         2 MARKERS-READ           PIC 9(7) VALUE 0.
         2 MARKERS-ACTIVE         PIC 9(7) VALUE 0.
         2 MARKERS-LIFTED         PIC 9(7) VALUE 0.
         2 ACTIVE-BEREAVED        PIC 9(7) VALUE 0.
         2 ACTIVE-ILLNESS         PIC 9(7) VALUE 0.
         2 ACTIVE-COGNITIVE       PIC 9(7) VALUE 0.
         2 ACTIVE-OTHER-REASON    PIC 9(7) VALUE 0.
         2 REVIEWS-DUE            PIC 9(7) VALUE 0.
         2 REVIEWS-OVERDUE        PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-CARDS
           IF REPORT-MONTH = SPACES
               MOVE RUN-DATE(1:6) TO REPORT-MONTH
           END-IF

           OPEN INPUT VULNMARK
           IF VULNMARK-STATUS NOT = '00'
               DISPLAY 'MARKER REVIEW NOT RUN - VULNMARK STATUS '
                       VULNMARK-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'VULNERABLE CUSTOMER MARKERS DUE FOR REVIEW - MONTH '
                  REPORT-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY 'ACCOUNT  REASON   REVIEW   STANDING LOOKED AT '
                   'BY       FMT REL'

           PERFORM READ-NEXT-MARKER
           PERFORM JUDGE-ONE-MARKER
               UNTIL END-OF-MARKERS = 'Y'

           CLOSE VULNMARK

           PERFORM PRINT-REVIEW-SUMMARY

           IF REVIEWS-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF VULNCTL-STATUS = '00'
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
           IF VULNCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:6) = 'MONTH='
                AND CONTROL-CARD-RECORD(7:6) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(7:6) TO REPORT-MONTH
               WHEN OTHER
                   DISPLAY 'VULNCTL CARD IGNORED: '
                           CONTROL-CARD-RECORD
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

       READ-NEXT-MARKER.
           READ VULNMARK NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-MARKERS
           END-READ

           IF VULNMARK-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-MARKERS
           END-IF
           .

      * A lifted marker is only counted. A standing one is counted by
      * reason, and listed when its review is due or overdue.
       JUDGE-ONE-MARKER.
           ADD 1 TO MARKERS-READ

           IF VM-IS-ACTIVE
               ADD 1 TO MARKERS-ACTIVE
               EVALUATE TRUE
                   WHEN VM-BEREAVED
                       ADD 1 TO ACTIVE-BEREAVED
                   WHEN VM-ILLNESS
                       ADD 1 TO ACTIVE-ILLNESS
                   WHEN VM-COGNITIVE
                       ADD 1 TO ACTIVE-COGNITIVE
                   WHEN OTHER
                       ADD 1 TO ACTIVE-OTHER-REASON
               END-EVALUATE

               MOVE SPACES TO REVIEW-STANDING
               EVALUATE TRUE
                   WHEN VM-REVIEW-DATE IS NOT NUMERIC
                       MOVE 'OVERDUE ' TO REVIEW-STANDING
                       ADD 1 TO REVIEWS-OVERDUE
                   WHEN VM-REVIEW-DATE(1:6) < REPORT-MONTH
                       MOVE 'OVERDUE ' TO REVIEW-STANDING
                       ADD 1 TO REVIEWS-OVERDUE
                   WHEN VM-REVIEW-DATE(1:6) = REPORT-MONTH
                       MOVE 'DUE     ' TO REVIEW-STANDING
                       ADD 1 TO REVIEWS-DUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF REVIEW-STANDING NOT = SPACES
                   PERFORM LIST-ONE-MARKER
               END-IF
           ELSE
               ADD 1 TO MARKERS-LIFTED
           END-IF

           PERFORM READ-NEXT-MARKER
           .

       LIST-ONE-MARKER.
           IF VM-REVIEWED-DATE = SPACES
               MOVE VM-SET-DATE      TO LAST-LOOKED-DATE
               MOVE VM-SET-BY        TO LAST-LOOKED-BY
           ELSE
               MOVE VM-REVIEWED-DATE TO LAST-LOOKED-DATE
               MOVE VM-REVIEWED-BY   TO LAST-LOOKED-BY
           END-IF

           IF VM-COLL-RELEASE = 'Y'
               MOVE 'Y' TO SHOWN-RELEASE
           ELSE
               MOVE 'N' TO SHOWN-RELEASE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING VM-CUST-NO ' ' VM-REASON ' ' VM-REVIEW-DATE ' '
                  REVIEW-STANDING ' ' LAST-LOOKED-DATE '  '
                  LAST-LOOKED-BY '  ' VM-LETTER-FORMAT '   '
                  SHOWN-RELEASE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       PRINT-REVIEW-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'MARKERS READ:             ' MARKERS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MARKERS STANDING:         ' MARKERS-ACTIVE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  BEREAVEMENT.........:   ' ACTIVE-BEREAVED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  SERIOUS ILLNESS.....:   ' ACTIVE-ILLNESS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  COGNITIVE IMPAIRMENT:   ' ACTIVE-COGNITIVE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  REASON NOT RECOGNISED:  ' ACTIVE-OTHER-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MARKERS LIFTED:           ' MARKERS-LIFTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REVIEWS DUE THIS MONTH:   ' REVIEWS-DUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REVIEWS OVERDUE:          ' REVIEWS-OVERDUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE MARKERS-READ TO RUN-LOG-READ
           COMPUTE RUN-LOG-WRITTEN = REVIEWS-DUE + REVIEWS-OVERDUE
           .

       COPY RUNLOGP.

       END PROGRAM 'CSVULRPT'.
