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
      *  CSUWPERF
      *
      * Monthly underwriter productivity and override outcome
      * report. REVIEWQ records who decided each manual case and
      * when, APPEALS records whose decline a customer disputed,
      * and CARDBAL/PAYHMAS show which accounts later went bad -
      * this job brings the three together per underwriter
      * (RQ-UNDERWRITER-ID) for credit risk:
      *
      *   - cases decided in the month - APPROVED and DECLINED
      *     rows on REVIEWQ with RQ-DECISION-DATE in the month -
      *     and the approve/decline mix;
      *   - median and worst turnaround in business hours, queued
      *     (RQ-QUEUED-DATE/TIME) to decided (RQ-DECISION-DATE/
      *     TIME). Only the business window (08:00 to 18:00) on a
      *     BUSCAL business day counts, so a case queued on Friday
      *     evening and decided first thing Monday is a few minutes,
      *     not a weekend. A row decided before the decision time
      *     was kept counts to the end of its decision day. An
      *     unloaded calendar cannot measure anything, so the run
      *     says so and ends with RETURN-CODE 8;
      *   - decisions overturned on appeal - APPEALS UPHELD in the
      *     month against the underwriter named in
      *     AP-PRIOR-REVIEWER - and those the appeal REJECTED
      *     (the underwriter's decline stood);
      *   - the delinquency rate on the approvals the underwriter
      *     made from the REVIEW band (RQ-QUEUE-REASON MIDBAND - a
      *     score the auto-decision would not approve on its own).
      *     This is every such approval on file, not just the
      *     month's, since a new account needs cycles to show how
      *     it performs. An approval has gone bad when the card is
      *     any cycles delinquent on CARDBAL or the customer has
      *     been handed to collections on PAYHMAS (CSCOLLEX).
      *
      * The month is last month unless the UWPFCTL control card
      * names one (MONTH=YYYYMM). At most 50 underwriters and 500
      * timed cases each are tabled; a run that overflows either
      * says so and ends with RETURN-CODE 8.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSUWPERF.jcl. Schedule monthly.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSUWPERF.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT REVIEWQ ASSIGN TO REVIEWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RQ-REVIEW-KEY
                  FILE STATUS IS REVIEWQ-STATUS.

           SELECT APPEALS ASSIGN TO APPEALS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AP-APPEAL-KEY
                  FILE STATUS IS APPEALS-STATUS.

           SELECT CARDBAL ASSIGN TO CARDBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CB-CARD-KEY
                  FILE STATUS IS CARDBAL-STATUS.

           SELECT PAYHMAS ASSIGN TO PAYHMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PH-CUST-NO
                  FILE STATUS IS PAYHMAS-STATUS.

           SELECT BUSCAL ASSIGN TO BUSCAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BC-DATE
                  FILE STATUS IS BUSCAL-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO UWPFCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS UWPFCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  REVIEWQ.
           COPY REVIEWQ.

        FD  APPEALS.
           COPY APPEALS.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  PAYHMAS.
           COPY PAYHMAS.

        FD  BUSCAL.
           COPY BUSCAL.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSUWPERF'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSUWPERF'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 REVIEWQ-STATUS            PIC X(2) VALUE '00'.
       1 APPEALS-STATUS            PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS            PIC X(2) VALUE '00'.
       1 PAYHMAS-STATUS            PIC X(2) VALUE '00'.
       1 BUSCAL-STATUS             PIC X(2) VALUE '00'.
       1 UWPFCTL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-REVIEWQ            PIC X(1) VALUE 'N'.
       1 END-OF-APPEALS            PIC X(1) VALUE 'N'.
       1 END-OF-CALENDAR           PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.
       1 CALENDAR-LOADED           PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8) VALUE SPACES.
       1 RUN-YEAR                  PIC 9(4) VALUE 0.
       1 RUN-MONTH                 PIC 9(2) VALUE 0.

      * The month being reported - last month unless UWPFCTL
      * names one.
       1 REPORT-MONTH.
         2 REPORT-YEAR             PIC 9(4) VALUE 0.
         2 REPORT-MM               PIC 9(2) VALUE 0.

      * The business window, in minutes after midnight.
       1 WINDOW-OPENS              PIC S9(4) COMP VALUE 480.
       1 WINDOW-CLOSES             PIC S9(4) COMP VALUE 1080.

      * One row per underwriter met on REVIEWQ or APPEALS, with the
      * turnaround of every case they decided in the month.
       1 UNDERWRITER-TABLE.
         2 UNDERWRITER-ENTRY       OCCURS 50.
           3 UW-USER-ID            PIC X(8).
           3 UW-DECIDED            PIC 9(5).
           3 UW-APPROVED           PIC 9(5).
           3 UW-DECLINED           PIC 9(5).
           3 UW-OVERTURNED         PIC 9(5).
           3 UW-SUSTAINED          PIC 9(5).
           3 UW-BAND-APPROVED      PIC 9(5).
           3 UW-BAND-BAD           PIC 9(5).
           3 UW-TIMED              PIC S9(4) COMP.
           3 UW-TURNAROUND         OCCURS 500 PIC S9(8) COMP.
       1 UNDERWRITER-COUNT         PIC S9(4) COMP VALUE 0.
       1 UNDERWRITER-IX            PIC S9(4) COMP VALUE 0.
       1 UNDERWRITER-FOUND         PIC X(1) VALUE 'N'.
       1 UNDERWRITER-TABLE-FULL    PIC X(1) VALUE 'N'.
       1 TURNAROUND-TABLE-FULL     PIC X(1) VALUE 'N'.
       1 LOOKUP-USER-ID            PIC X(8) VALUE SPACES.

      * The case in hand and its business-minute turnaround.
       1 CASE-QUEUED-DATE          PIC X(8) VALUE SPACES.
       1 CASE-QUEUED-MINUTE        PIC S9(4) COMP VALUE 0.
       1 CASE-DECIDED-DATE         PIC X(8) VALUE SPACES.
       1 CASE-DECIDED-MINUTE       PIC S9(4) COMP VALUE 0.
       1 CASE-MINUTES              PIC S9(8) COMP VALUE 0.
       1 DAY-FROM-MINUTE           PIC S9(4) COMP VALUE 0.
       1 DAY-TO-MINUTE             PIC S9(4) COMP VALUE 0.
       1 TIME-OF-DAY.
         2 TIME-HH                 PIC 9(2).
         2 TIME-MM                 PIC 9(2).
         2 FILLER                  PIC X(4).
       1 CASE-WENT-BAD             PIC X(1) VALUE 'N'.

      * Median and worst, off the underwriter's sorted turnarounds.
       1 SAMPLE-IX                 PIC S9(4) COMP VALUE 0.
       1 SAMPLE-JX                 PIC S9(4) COMP VALUE 0.
       1 SWAP-SAMPLE               PIC S9(8) COMP VALUE 0.
       1 SORT-SWAPPED              PIC X(1) VALUE 'N'.
       1 MEDIAN-IX                 PIC S9(4) COMP VALUE 0.
       1 MEDIAN-MINUTES            PIC S9(8) COMP VALUE 0.
       1 WORST-MINUTES             PIC S9(8) COMP VALUE 0.

       1 UWPERF-TOTALS.
         2 REVIEWQ-ROWS-READ       PIC 9(7) VALUE 0.
         2 TOTAL-DECIDED           PIC 9(7) VALUE 0.
         2 TOTAL-APPROVED          PIC 9(7) VALUE 0.
         2 TOTAL-DECLINED          PIC 9(7) VALUE 0.
         2 TOTAL-OVERTURNED        PIC 9(7) VALUE 0.
         2 TOTAL-SUSTAINED         PIC 9(7) VALUE 0.
         2 TOTAL-BAND-APPROVED     PIC 9(7) VALUE 0.
         2 TOTAL-BAND-BAD          PIC 9(7) VALUE 0.

       1 PERCENT-WORK              PIC 9(3) VALUE 0.
       1 PERCENT-EDIT              PIC ZZ9.
       1 HOURS-WORK                PIC 9(5)V9 VALUE 0.
       1 MEDIAN-EDIT               PIC ZZZZ9.9.
       1 WORST-EDIT                PIC ZZZZ9.9.
       1 COUNT-EDIT                PIC ZZZZ9.
       1 APPROVED-EDIT             PIC ZZZZ9.
       1 DECLINED-EDIT             PIC ZZZZ9.
       1 OVERTURNED-EDIT           PIC ZZZZ9.
       1 SUSTAINED-EDIT            PIC ZZZZ9.
       1 BAD-EDIT                  PIC ZZZZ9.
       1 TOTAL-EDIT                PIC Z(6)9.

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE(1:4) TO RUN-YEAR
           MOVE RUN-DATE(5:2) TO RUN-MONTH

           PERFORM SET-DEFAULT-MONTH
           PERFORM READ-CONTROL-CARDS

           PERFORM CHECK-CALENDAR-LOADED
           IF CALENDAR-LOADED = 'N'
               DISPLAY 'UNDERWRITER REPORT NOT RUN - BUSCAL CALENDAR '
                       'NOT LOADED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           INITIALIZE UNDERWRITER-TABLE

           OPEN INPUT CARDBAL
           OPEN INPUT PAYHMAS

           PERFORM READ-REVIEW-QUEUE

           IF CARDBAL-STATUS NOT = '35'
               CLOSE CARDBAL
           END-IF
           IF PAYHMAS-STATUS NOT = '35'
               CLOSE PAYHMAS
           END-IF
           CLOSE BUSCAL

           PERFORM READ-APPEALS

           PERFORM PRINT-PRODUCTIVITY
           PERFORM PRINT-OVERRIDE-OUTCOMES
           PERFORM PRINT-UWPERF-SUMMARY

           IF UNDERWRITER-TABLE-FULL = 'Y'
              OR TURNAROUND-TABLE-FULL = 'Y'
               DISPLAY 'UNDERWRITER REPORT INCOMPLETE - TABLE FULL'
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

           IF UWPFCTL-STATUS = '00'
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

           IF UWPFCTL-STATUS NOT = '00'
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

       CHECK-CALENDAR-LOADED.
           OPEN INPUT BUSCAL

           IF BUSCAL-STATUS = '00'
               MOVE LOW-VALUES TO BC-DATE
               START BUSCAL KEY >= BC-DATE
                   INVALID KEY
                       CONTINUE
               END-START
               IF BUSCAL-STATUS = '00'
                   MOVE 'Y' TO CALENDAR-LOADED
               ELSE
                   CLOSE BUSCAL
               END-IF
           END-IF
           .

      ******************************************************************
      * REVIEWQ - the month's decisions and their turnaround, and
      * every REVIEW-band approval on file with how it performed.
      * Rows still PENDING, and CLEARED rows (released by FRDC, not
      * an underwriter's own decision), are passed by.
      ******************************************************************
       READ-REVIEW-QUEUE.
           OPEN INPUT REVIEWQ

           IF REVIEWQ-STATUS = '00'
               PERFORM READ-NEXT-REVIEW-ROW
               PERFORM TAKE-ONE-REVIEW-ROW
                   UNTIL END-OF-REVIEWQ = 'Y'

               CLOSE REVIEWQ
           END-IF
           .

       READ-NEXT-REVIEW-ROW.
           READ REVIEWQ NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-REVIEWQ
           END-READ

           IF REVIEWQ-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-REVIEWQ
           END-IF
           .

       TAKE-ONE-REVIEW-ROW.
           ADD 1 TO REVIEWQ-ROWS-READ

           IF (RQ-QUEUE-STATUS = 'APPROVED'
               OR RQ-QUEUE-STATUS = 'DECLINED')
              AND RQ-UNDERWRITER-ID NOT = SPACES
               MOVE RQ-UNDERWRITER-ID TO LOOKUP-USER-ID
               PERFORM FIND-UNDERWRITER
               IF UNDERWRITER-FOUND = 'Y'
                   IF RQ-DECISION-DATE(1:6) = REPORT-MONTH
                       PERFORM COUNT-MONTH-DECISION
                   END-IF
                   IF RQ-QUEUE-STATUS = 'APPROVED'
                      AND RQ-QUEUE-REASON = 'MIDBAND '
                       PERFORM CHECK-BAND-APPROVAL
                   END-IF
               END-IF
           END-IF

           PERFORM READ-NEXT-REVIEW-ROW
           .

       COUNT-MONTH-DECISION.
           ADD 1 TO UW-DECIDED(UNDERWRITER-IX)
           ADD 1 TO TOTAL-DECIDED
           IF RQ-QUEUE-STATUS = 'APPROVED'
               ADD 1 TO UW-APPROVED(UNDERWRITER-IX)
               ADD 1 TO TOTAL-APPROVED
           ELSE
               ADD 1 TO UW-DECLINED(UNDERWRITER-IX)
               ADD 1 TO TOTAL-DECLINED
           END-IF

           PERFORM MEASURE-TURNAROUND

           IF UW-TIMED(UNDERWRITER-IX) < 500
               ADD 1 TO UW-TIMED(UNDERWRITER-IX)
               MOVE CASE-MINUTES TO
                   UW-TURNAROUND(UNDERWRITER-IX,
                                 UW-TIMED(UNDERWRITER-IX))
           ELSE
               MOVE 'Y' TO TURNAROUND-TABLE-FULL
           END-IF
           .

      * A queued time that is not there counts from the start of
      * the day; a decision time that is not there counts to its
      * end.
       MEASURE-TURNAROUND.
           MOVE RQ-QUEUED-DATE   TO CASE-QUEUED-DATE
           MOVE RQ-DECISION-DATE TO CASE-DECIDED-DATE

           MOVE RQ-QUEUED-TIME TO TIME-OF-DAY
           IF RQ-QUEUED-TIME(1:4) IS NUMERIC
               COMPUTE CASE-QUEUED-MINUTE = TIME-HH * 60 + TIME-MM
           ELSE
               MOVE 0 TO CASE-QUEUED-MINUTE
           END-IF

           MOVE RQ-DECISION-TIME TO TIME-OF-DAY
           IF RQ-DECISION-TIME(1:4) IS NUMERIC
               COMPUTE CASE-DECIDED-MINUTE = TIME-HH * 60 + TIME-MM
           ELSE
               MOVE 1440 TO CASE-DECIDED-MINUTE
           END-IF

           PERFORM COUNT-BUSINESS-MINUTES
           .

      * The business-window minutes on each business day from the
      * queued date to the decided date - the first day from the
      * queued time, the last up to the decided time. Only loaded
      * calendar rows can count.
       COUNT-BUSINESS-MINUTES.
           MOVE 0 TO CASE-MINUTES
           MOVE 'N' TO END-OF-CALENDAR
           MOVE CASE-QUEUED-DATE TO BC-DATE

           START BUSCAL KEY >= BC-DATE
               INVALID KEY
                   MOVE 'Y' TO END-OF-CALENDAR
           END-START

           PERFORM COUNT-ONE-CALENDAR-DAY
               UNTIL END-OF-CALENDAR = 'Y'
           .

       COUNT-ONE-CALENDAR-DAY.
           READ BUSCAL NEXT
               AT END
                   MOVE 'Y' TO END-OF-CALENDAR
           END-READ

           IF END-OF-CALENDAR = 'N'
               IF BUSCAL-STATUS NOT = '00'
                  OR BC-DATE > CASE-DECIDED-DATE
                   MOVE 'Y' TO END-OF-CALENDAR
               ELSE
                   IF BC-IS-BUSINESS
                       PERFORM ADD-DAY-WINDOW
                   END-IF
               END-IF
           END-IF
           .

       ADD-DAY-WINDOW.
           MOVE WINDOW-OPENS  TO DAY-FROM-MINUTE
           MOVE WINDOW-CLOSES TO DAY-TO-MINUTE

           IF BC-DATE = CASE-QUEUED-DATE
              AND CASE-QUEUED-MINUTE > DAY-FROM-MINUTE
               MOVE CASE-QUEUED-MINUTE TO DAY-FROM-MINUTE
           END-IF
           IF BC-DATE = CASE-DECIDED-DATE
              AND CASE-DECIDED-MINUTE < DAY-TO-MINUTE
               MOVE CASE-DECIDED-MINUTE TO DAY-TO-MINUTE
           END-IF

           IF DAY-TO-MINUTE > DAY-FROM-MINUTE
               COMPUTE CASE-MINUTES =
                   CASE-MINUTES + DAY-TO-MINUTE - DAY-FROM-MINUTE
           END-IF
           .

      * A REVIEW-band approval has gone bad once the card is any
      * cycles delinquent or the customer is with collections. A
      * card with no balance row yet has not gone bad.
       CHECK-BAND-APPROVAL.
           ADD 1 TO UW-BAND-APPROVED(UNDERWRITER-IX)
           ADD 1 TO TOTAL-BAND-APPROVED
           MOVE 'N' TO CASE-WENT-BAD

           IF CARDBAL-STATUS NOT = '35'
               MOVE RQ-CUST-NO     TO CB-CUST-NO
               MOVE RQ-APPL-SEQ-NO TO CB-APPL-SEQ-NO
               READ CARDBAL
                   KEY IS CB-CARD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CARDBAL-STATUS = '00'
                  AND CB-CYCLES-DELINQUENT IS NUMERIC
                  AND CB-CYCLES-DELINQUENT > 0
                   MOVE 'Y' TO CASE-WENT-BAD
               END-IF
           END-IF

           IF PAYHMAS-STATUS NOT = '35'
               MOVE RQ-CUST-NO TO PH-CUST-NO
               READ PAYHMAS
                   KEY IS PH-CUST-NO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF PAYHMAS-STATUS = '00'
                  AND PH-IN-COLLECTIONS = 'Y'
                   MOVE 'Y' TO CASE-WENT-BAD
               END-IF
           END-IF

           IF CASE-WENT-BAD = 'Y'
               ADD 1 TO UW-BAND-BAD(UNDERWRITER-IX)
               ADD 1 TO TOTAL-BAND-BAD
           END-IF
           .

      ******************************************************************
      * APPEALS - appeals decided in the month against a decline an
      * underwriter made. Appeals on pure auto-declines carry no
      * prior reviewer and are nobody's override.
      ******************************************************************
       READ-APPEALS.
           OPEN INPUT APPEALS

           IF APPEALS-STATUS = '00'
               PERFORM READ-NEXT-APPEAL
               PERFORM TAKE-ONE-APPEAL
                   UNTIL END-OF-APPEALS = 'Y'

               CLOSE APPEALS
           END-IF
           .

       READ-NEXT-APPEAL.
           READ APPEALS NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-APPEALS
           END-READ

           IF APPEALS-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-APPEALS
           END-IF
           .

       TAKE-ONE-APPEAL.
           IF AP-PRIOR-REVIEWER NOT = SPACES
              AND AP-DECISION-DATE(1:6) = REPORT-MONTH
              AND (AP-STATUS = 'UPHELD  '
                   OR AP-STATUS = 'REJECTED')
               MOVE AP-PRIOR-REVIEWER TO LOOKUP-USER-ID
               PERFORM FIND-UNDERWRITER
               IF UNDERWRITER-FOUND = 'Y'
                   IF AP-STATUS = 'UPHELD  '
                       ADD 1 TO UW-OVERTURNED(UNDERWRITER-IX)
                       ADD 1 TO TOTAL-OVERTURNED
                   ELSE
                       ADD 1 TO UW-SUSTAINED(UNDERWRITER-IX)
                       ADD 1 TO TOTAL-SUSTAINED
                   END-IF
               END-IF
           END-IF

           PERFORM READ-NEXT-APPEAL
           .

      * Finds LOOKUP-USER-ID on the table, adding it when it is new
      * and there is room.
       FIND-UNDERWRITER.
           MOVE 'N' TO UNDERWRITER-FOUND

           PERFORM CHECK-ONE-UNDERWRITER
               VARYING UNDERWRITER-IX FROM 1 BY 1
               UNTIL UNDERWRITER-IX > UNDERWRITER-COUNT
                  OR UNDERWRITER-FOUND = 'Y'

           IF UNDERWRITER-FOUND = 'Y'
               SUBTRACT 1 FROM UNDERWRITER-IX
           ELSE
               IF UNDERWRITER-COUNT < 50
                   ADD 1 TO UNDERWRITER-COUNT
                   MOVE UNDERWRITER-COUNT TO UNDERWRITER-IX
                   MOVE LOOKUP-USER-ID
                       TO UW-USER-ID(UNDERWRITER-IX)
                   MOVE 'Y' TO UNDERWRITER-FOUND
               ELSE
                   MOVE 'Y' TO UNDERWRITER-TABLE-FULL
               END-IF
           END-IF
           .

       CHECK-ONE-UNDERWRITER.
           IF UW-USER-ID(UNDERWRITER-IX) = LOOKUP-USER-ID
               MOVE 'Y' TO UNDERWRITER-FOUND
           END-IF
           .

      ******************************************************************
      * The report.
      ******************************************************************
       PRINT-PRODUCTIVITY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'UNDERWRITER PRODUCTIVITY FOR ' REPORT-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           DISPLAY 'UNDERWRITER DECIDED  APPRVD  DECLND  APPR%'
                   '  MEDIAN-HRS  WORST-HRS  OVERTURNED  STOOD'

           PERFORM PRINT-ONE-PRODUCTIVITY-LINE
               VARYING UNDERWRITER-IX FROM 1 BY 1
               UNTIL UNDERWRITER-IX > UNDERWRITER-COUNT
           .

       PRINT-ONE-PRODUCTIVITY-LINE.
           IF UW-DECIDED(UNDERWRITER-IX) > 0
              OR UW-OVERTURNED(UNDERWRITER-IX) > 0
              OR UW-SUSTAINED(UNDERWRITER-IX) > 0
               PERFORM TAKE-MEDIAN-AND-WORST

               MOVE 0 TO PERCENT-WORK
               IF UW-DECIDED(UNDERWRITER-IX) > 0
                   COMPUTE PERCENT-WORK ROUNDED =
                       UW-APPROVED(UNDERWRITER-IX) * 100
                       / UW-DECIDED(UNDERWRITER-IX)
               END-IF
               MOVE PERCENT-WORK TO PERCENT-EDIT

               COMPUTE HOURS-WORK ROUNDED = MEDIAN-MINUTES / 60
               MOVE HOURS-WORK TO MEDIAN-EDIT
               COMPUTE HOURS-WORK ROUNDED = WORST-MINUTES / 60
               MOVE HOURS-WORK TO WORST-EDIT

               MOVE UW-DECIDED(UNDERWRITER-IX)    TO COUNT-EDIT
               MOVE UW-APPROVED(UNDERWRITER-IX)   TO APPROVED-EDIT
               MOVE UW-DECLINED(UNDERWRITER-IX)   TO DECLINED-EDIT
               MOVE UW-OVERTURNED(UNDERWRITER-IX) TO OVERTURNED-EDIT
               MOVE UW-SUSTAINED(UNDERWRITER-IX)  TO SUSTAINED-EDIT

               MOVE SPACES TO REPORT-LINE
               STRING UW-USER-ID(UNDERWRITER-IX)
                      '      ' COUNT-EDIT
                      '   ' APPROVED-EDIT
                      '   ' DECLINED-EDIT
                      '   ' PERCENT-EDIT '%'
                      '     ' MEDIAN-EDIT
                      '    ' WORST-EDIT
                      '       ' OVERTURNED-EDIT
                      '  ' SUSTAINED-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * A plain bubble sort of the underwriter's turnarounds - five
      * hundred at most.
       TAKE-MEDIAN-AND-WORST.
           MOVE 0 TO MEDIAN-MINUTES
           MOVE 0 TO WORST-MINUTES

           IF UW-TIMED(UNDERWRITER-IX) > 0
               MOVE 'Y' TO SORT-SWAPPED
               PERFORM BUBBLE-ONE-PASS
                   UNTIL SORT-SWAPPED = 'N'

               COMPUTE MEDIAN-IX = (UW-TIMED(UNDERWRITER-IX) + 1) / 2
               MOVE UW-TURNAROUND(UNDERWRITER-IX, MEDIAN-IX)
                   TO MEDIAN-MINUTES
               MOVE UW-TURNAROUND(UNDERWRITER-IX,
                                  UW-TIMED(UNDERWRITER-IX))
                   TO WORST-MINUTES
           END-IF
           .

       BUBBLE-ONE-PASS.
           MOVE 'N' TO SORT-SWAPPED
           MOVE 1 TO SAMPLE-IX

           PERFORM BUBBLE-ONE-PAIR
               UNTIL SAMPLE-IX >= UW-TIMED(UNDERWRITER-IX)
           .

       BUBBLE-ONE-PAIR.
           COMPUTE SAMPLE-JX = SAMPLE-IX + 1

           IF UW-TURNAROUND(UNDERWRITER-IX, SAMPLE-IX)
              > UW-TURNAROUND(UNDERWRITER-IX, SAMPLE-JX)
               MOVE UW-TURNAROUND(UNDERWRITER-IX, SAMPLE-IX)
                   TO SWAP-SAMPLE
               MOVE UW-TURNAROUND(UNDERWRITER-IX, SAMPLE-JX)
                   TO UW-TURNAROUND(UNDERWRITER-IX, SAMPLE-IX)
               MOVE SWAP-SAMPLE
                   TO UW-TURNAROUND(UNDERWRITER-IX, SAMPLE-JX)
               MOVE 'Y' TO SORT-SWAPPED
           END-IF

           ADD 1 TO SAMPLE-IX
           .

       PRINT-OVERRIDE-OUTCOMES.
           DISPLAY '=============================================='
           DISPLAY 'REVIEW-BAND APPROVALS TO DATE - HOW THEY PERFORM'
           DISPLAY '=============================================='
           DISPLAY 'UNDERWRITER  APPROVED   WENT BAD  BAD%'

           PERFORM PRINT-ONE-OUTCOME-LINE
               VARYING UNDERWRITER-IX FROM 1 BY 1
               UNTIL UNDERWRITER-IX > UNDERWRITER-COUNT
           .

       PRINT-ONE-OUTCOME-LINE.
           IF UW-BAND-APPROVED(UNDERWRITER-IX) > 0
               COMPUTE PERCENT-WORK ROUNDED =
                   UW-BAND-BAD(UNDERWRITER-IX) * 100
                   / UW-BAND-APPROVED(UNDERWRITER-IX)
               MOVE PERCENT-WORK TO PERCENT-EDIT
               MOVE UW-BAND-APPROVED(UNDERWRITER-IX) TO COUNT-EDIT
               MOVE UW-BAND-BAD(UNDERWRITER-IX)      TO BAD-EDIT

               MOVE SPACES TO REPORT-LINE
               STRING UW-USER-ID(UNDERWRITER-IX)
                      '       ' COUNT-EDIT
                      '      ' BAD-EDIT
                      '  ' PERCENT-EDIT '%'
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       PRINT-UWPERF-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'UNDERWRITER REPORT SUMMARY FOR ' REPORT-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           MOVE REVIEWQ-ROWS-READ TO TOTAL-EDIT
           DISPLAY 'REVIEWQ ROWS READ:         ' TOTAL-EDIT
           MOVE TOTAL-DECIDED TO TOTAL-EDIT
           DISPLAY 'CASES DECIDED:             ' TOTAL-EDIT
           MOVE TOTAL-APPROVED TO TOTAL-EDIT
           DISPLAY '  APPROVED:                ' TOTAL-EDIT
           MOVE TOTAL-DECLINED TO TOTAL-EDIT
           DISPLAY '  DECLINED:                ' TOTAL-EDIT
           MOVE TOTAL-OVERTURNED TO TOTAL-EDIT
           DISPLAY 'OVERTURNED ON APPEAL:      ' TOTAL-EDIT
           MOVE TOTAL-SUSTAINED TO TOTAL-EDIT
           DISPLAY 'DECLINE STOOD ON APPEAL:   ' TOTAL-EDIT
           MOVE TOTAL-BAND-APPROVED TO TOTAL-EDIT
           DISPLAY 'REVIEW-BAND APPROVALS:     ' TOTAL-EDIT
           MOVE TOTAL-BAND-BAD TO TOTAL-EDIT
           DISPLAY '  GONE BAD SINCE:          ' TOTAL-EDIT
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE REVIEWQ-ROWS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSUWPERF'.
