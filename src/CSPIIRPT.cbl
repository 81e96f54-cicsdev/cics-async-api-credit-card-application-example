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
      *  CSPIIRPT
      *
      * Weekly who-looked-at-whom report for data protection and
      * internal fraud. Reads the PII access log (see
      * copy/PIIACCS.cpy) - a row for every ACCQ, C360, UNDS and
      * CUSM BRW display of a customer's record and every NSRC name
      * search - for the week, and reports, the first two listed
      * together in the order they happened:
      *
      *   - STAFF ACCOUNTS: every display of an operator's own
      *     account, and of a colleague's, by the operator's own
      *     customer account on OPERROLE (OR-CUST-NO);
      *   - NAME-SEARCH SWEEPS: every day an operator ran more NSRC
      *     searches than the sweep threshold - someone working
      *     through the customer base by name;
      *   - BROWSING WITHOUT A CASE: per operator, the records
      *     displayed, how many of those were of accounts with no
      *     case to justify the look - no REVIEWQ, FRAUDCAS or
      *     APPEALS item and no complaint on COMPLNT, open or
      *     closed - and the searches run, flagging any operator
      *     whose no-case displays reach the browsing threshold.
      *
      * The PIIRCTL control cards set the week and the thresholds:
      *   FROM=YYYYMMDD   (default - seven days before today)
      *   TO=YYYYMMDD     (default - yesterday)
      *   BROWSE=nnn      no-case displays in the week (default 25)
      *   SWEEP=nnn       name searches in one day (default 20)
      *
      * At most 100 operators are tabled; a run that overflows says
      * so and ends with RETURN-CODE 8.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSPIIRPT.jcl. Schedule weekly; the report goes to data
      * protection and internal fraud only, since it names both the
      * staff and the customers they looked at.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPIIRPT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PIIACCS ASSIGN TO PIIACCS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AX-ACCESS-KEY
                  FILE STATUS IS PIIACCS-STATUS.

           SELECT OPERROLE ASSIGN TO OPERROLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OR-USER-ID
                  FILE STATUS IS OPERROLE-STATUS.

           SELECT REVIEWQ ASSIGN TO REVIEWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RQ-REVIEW-KEY
                  FILE STATUS IS REVIEWQ-STATUS.

           SELECT FRAUDCAS ASSIGN TO FRAUDCAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FC-CASE-KEY
                  FILE STATUS IS FRAUDCAS-STATUS.

           SELECT APPEALS ASSIGN TO APPEALS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AP-APPEAL-KEY
                  FILE STATUS IS APPEALS-STATUS.

           SELECT COMPLNT ASSIGN TO COMPLNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CQ-COMPLAINT-KEY
                  FILE STATUS IS COMPLNT-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO PIIRCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PIIRCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  PIIACCS.
           COPY PIIACCS.

        FD  OPERROLE.
           COPY OPERROLE.

        FD  REVIEWQ.
           COPY REVIEWQ.

        FD  FRAUDCAS.
           COPY FRAUDCAS.

        FD  APPEALS.
           COPY APPEALS.

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
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSPIIRPT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSPIIRPT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 PIIACCS-STATUS            PIC X(2) VALUE '00'.
       1 OPERROLE-STATUS           PIC X(2) VALUE '00'.
       1 REVIEWQ-STATUS            PIC X(2) VALUE '00'.
       1 FRAUDCAS-STATUS           PIC X(2) VALUE '00'.
       1 APPEALS-STATUS            PIC X(2) VALUE '00'.
       1 COMPLNT-STATUS            PIC X(2) VALUE '00'.
       1 PIIRCTL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.
       1 END-OF-OPERROLE           PIC X(1) VALUE 'N'.
       1 END-OF-ACCESS-LOG         PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8) VALUE SPACES.

      * The week being reported, and the thresholds.
       1 WINDOW-FROM               PIC X(8) VALUE SPACES.
       1 WINDOW-TO                 PIC X(8) VALUE SPACES.
       1 BROWSE-THRESHOLD          PIC 9(3) VALUE 25.
       1 SWEEP-THRESHOLD           PIC 9(3) VALUE 20.

      * Gregorian day stepping for the default window - a day at a
      * time backwards, no intrinsics.
       1 STEP-DATE.
         2 STEP-YEAR               PIC 9(4).
         2 STEP-MONTH              PIC 9(2).
         2 STEP-DAY                PIC 9(2).
       1 STEP-DAYS-IN-MONTH        PIC 9(2) VALUE 0.
       1 LEAP-QUOTIENT             PIC 9(4) VALUE 0.
       1 LEAP-REM-4                PIC 9(4) VALUE 0.
       1 LEAP-REM-100              PIC 9(4) VALUE 0.
       1 LEAP-REM-400              PIC 9(4) VALUE 0.

      * Every operator on OPERROLE, and any other user id the log
      * turns up, with the week's figures.
       1 OPERATOR-TABLE.
         2 OPERATOR-ENTRY          OCCURS 100.
           3 OT-USER-ID            PIC X(8).
           3 OT-CUST-NO            PIC X(8).
           3 OT-VIEWS              PIC 9(5).
           3 OT-NO-CASE-VIEWS      PIC 9(5).
           3 OT-STAFF-VIEWS        PIC 9(5).
           3 OT-SEARCHES           PIC 9(5).
           3 OT-SWEEP-DAYS         PIC 9(3).
           3 OT-SEARCH-DATE        PIC X(8).
           3 OT-SEARCHES-THAT-DAY  PIC 9(5).
       1 OPERATOR-COUNT            PIC S9(4) COMP VALUE 0.
       1 OPERATOR-IX               PIC S9(4) COMP VALUE 0.
       1 VIEWER-IX                 PIC S9(4) COMP VALUE 0.
       1 OWNER-IX                  PIC S9(4) COMP VALUE 0.
       1 OPERATOR-TABLE-FULL       PIC X(1) VALUE 'N'.

      * The last account checked for a case, so a run of displays
      * of one account costs one set of lookups.
       1 CASE-CHECKED-ACCOUNT      PIC X(8) VALUE SPACES.
       1 CASE-ON-FILE              PIC X(1) VALUE 'N'.

       1 ACCESS-TOTALS.
         2 ROWS-IN-WINDOW          PIC 9(7) VALUE 0.
         2 DISPLAYS-IN-WINDOW      PIC 9(7) VALUE 0.
         2 SEARCHES-IN-WINDOW      PIC 9(7) VALUE 0.
         2 STAFF-ACCESS-LINES      PIC 9(5) VALUE 0.
         2 SWEEP-LINES             PIC 9(5) VALUE 0.
         2 BROWSERS-FLAGGED        PIC 9(5) VALUE 0.

       1 COUNT-EDIT                PIC ZZZZ9.
       1 COUNT-EDIT-2              PIC ZZZZ9.
       1 COUNT-EDIT-3              PIC ZZZZ9.
       1 COUNT-EDIT-4              PIC ZZZZ9.
       1 COUNT-EDIT-5              PIC ZZZZ9.
       1 BROWSE-FLAG-TEXT          PIC X(11) VALUE SPACES.

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM SET-DEFAULT-WINDOW
           PERFORM READ-CONTROL-CARDS

           INITIALIZE OPERATOR-TABLE
           PERFORM LOAD-OPERATOR-TABLE

           OPEN INPUT PIIACCS
           OPEN INPUT REVIEWQ
           OPEN INPUT FRAUDCAS
           OPEN INPUT APPEALS
           OPEN INPUT COMPLNT

           PERFORM PRINT-REPORT-HEADING

           DISPLAY ' '
           DISPLAY 'STAFF ACCOUNTS AND NAME-SEARCH SWEEPS, BY TIME'
           DISPLAY 'DATE     TIME     OPERATOR TRAN ACCOUNT  '
                   'SHOWN            WHOSE'
           PERFORM WALK-THE-ACCESS-LOG

           PERFORM PRINT-OPERATOR-SUMMARY
           PERFORM PRINT-REPORT-TOTALS

           CLOSE PIIACCS
           CLOSE REVIEWQ
           CLOSE FRAUDCAS
           CLOSE APPEALS
           CLOSE COMPLNT

           IF OPERATOR-TABLE-FULL = 'Y'
               DISPLAY 'ACCESS REPORT INCOMPLETE - OPERATOR TABLE FULL'
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

      * The seven days before today: FROM a week back, TO
      * yesterday.
       SET-DEFAULT-WINDOW.
           MOVE RUN-DATE TO STEP-DATE
           PERFORM STEP-DATE-BACK-A-DAY
           MOVE STEP-DATE TO WINDOW-TO
           PERFORM STEP-DATE-BACK-A-DAY 6 TIMES
           MOVE STEP-DATE TO WINDOW-FROM
           .

       STEP-DATE-BACK-A-DAY.
           IF STEP-DAY > 1
               SUBTRACT 1 FROM STEP-DAY
           ELSE
               IF STEP-MONTH > 1
                   SUBTRACT 1 FROM STEP-MONTH
               ELSE
                   MOVE 12 TO STEP-MONTH
                   SUBTRACT 1 FROM STEP-YEAR
               END-IF
               PERFORM SET-STEP-DAYS-IN-MONTH
               MOVE STEP-DAYS-IN-MONTH TO STEP-DAY
           END-IF
           .

       SET-STEP-DAYS-IN-MONTH.
           EVALUATE STEP-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO STEP-DAYS-IN-MONTH
               WHEN 2
                   DIVIDE STEP-YEAR BY 4 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REM-4
                   DIVIDE STEP-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REM-100
                   DIVIDE STEP-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REM-400
                   IF LEAP-REM-400 = 0
                      OR (LEAP-REM-4 = 0 AND LEAP-REM-100 NOT = 0)
                       MOVE 29 TO STEP-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO STEP-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO STEP-DAYS-IN-MONTH
           END-EVALUATE
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF PIIRCTL-STATUS = '00'
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

           IF PIIRCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:5) = 'FROM='
                AND CONTROL-CARD-RECORD(6:8) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(6:8) TO WINDOW-FROM
               WHEN CONTROL-CARD-RECORD(1:3) = 'TO='
                AND CONTROL-CARD-RECORD(4:8) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(4:8) TO WINDOW-TO
               WHEN CONTROL-CARD-RECORD(1:7) = 'BROWSE='
                AND CONTROL-CARD-RECORD(8:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(8:3) TO BROWSE-THRESHOLD
               WHEN CONTROL-CARD-RECORD(1:6) = 'SWEEP='
                AND CONTROL-CARD-RECORD(7:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(7:3) TO SWEEP-THRESHOLD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

      ******************************************************************
      * The staff, with their own customer accounts.
      ******************************************************************
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERROLE

           IF OPERROLE-STATUS = '00'
               PERFORM LOAD-NEXT-OPERATOR
                   UNTIL END-OF-OPERROLE = 'Y'

               CLOSE OPERROLE
           END-IF
           .

       LOAD-NEXT-OPERATOR.
           READ OPERROLE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-OPERROLE
           END-READ

           IF OPERROLE-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-OPERROLE
           ELSE
               IF OPERATOR-COUNT < 100
                   ADD 1 TO OPERATOR-COUNT
                   MOVE OR-USER-ID TO OT-USER-ID (OPERATOR-COUNT)
                   MOVE OR-CUST-NO TO OT-CUST-NO (OPERATOR-COUNT)
               ELSE
                   MOVE 'Y' TO OPERATOR-TABLE-FULL
               END-IF
           END-IF
           .

      ******************************************************************
      * One pass of the week's log, in date order.
      ******************************************************************
       WALK-THE-ACCESS-LOG.
           MOVE LOW-VALUES  TO AX-ACCESS-KEY
           MOVE WINDOW-FROM TO AX-ACCESS-DATE

           START PIIACCS KEY >= AX-ACCESS-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-ACCESS-LOG
           END-START

           IF PIIACCS-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-ACCESS-LOG
           END-IF

           PERFORM TAKE-NEXT-ACCESS-ROW
               UNTIL END-OF-ACCESS-LOG = 'Y'
           .

       TAKE-NEXT-ACCESS-ROW.
           READ PIIACCS NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-ACCESS-LOG
           END-READ

           IF PIIACCS-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-ACCESS-LOG
           ELSE
               IF AX-ACCESS-DATE > WINDOW-TO
                   MOVE 'Y' TO END-OF-ACCESS-LOG
               ELSE
                   ADD 1 TO ROWS-IN-WINDOW
                   PERFORM FIND-VIEWING-OPERATOR
                   IF VIEWER-IX > 0
                       IF AX-NAME-SEARCH
                           PERFORM TAKE-NAME-SEARCH
                       ELSE
                           PERFORM TAKE-RECORD-DISPLAY
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      * A user id the role file does not know is tabled too - a
      * display by someone with no role row is itself worth seeing.
       FIND-VIEWING-OPERATOR.
           MOVE 0 TO VIEWER-IX
           PERFORM CHECK-ONE-VIEWER
               VARYING OPERATOR-IX FROM 1 BY 1
               UNTIL OPERATOR-IX > OPERATOR-COUNT
                  OR VIEWER-IX > 0

           IF VIEWER-IX = 0
               IF OPERATOR-COUNT < 100
                   ADD 1 TO OPERATOR-COUNT
                   MOVE OPERATOR-COUNT TO VIEWER-IX
                   MOVE AX-USER-ID TO OT-USER-ID (VIEWER-IX)
                   MOVE SPACES     TO OT-CUST-NO (VIEWER-IX)
               ELSE
                   MOVE 'Y' TO OPERATOR-TABLE-FULL
               END-IF
           END-IF
           .

       CHECK-ONE-VIEWER.
           IF OT-USER-ID (OPERATOR-IX) = AX-USER-ID
               MOVE OPERATOR-IX TO VIEWER-IX
           END-IF
           .

       TAKE-RECORD-DISPLAY.
           ADD 1 TO DISPLAYS-IN-WINDOW
           ADD 1 TO OT-VIEWS (VIEWER-IX)

           IF AX-ACCOUNT NOT = SPACES
               PERFORM CHECK-STAFF-ACCOUNT

               IF AX-ACCOUNT NOT = CASE-CHECKED-ACCOUNT
                   PERFORM CHECK-FOR-A-CASE
               END-IF
               IF CASE-ON-FILE = 'N'
                   ADD 1 TO OT-NO-CASE-VIEWS (VIEWER-IX)
               END-IF
           END-IF
           .

      * The viewer's own account, or any other operator's.
       CHECK-STAFF-ACCOUNT.
           MOVE 0 TO OWNER-IX
           PERFORM CHECK-ONE-OWNER
               VARYING OPERATOR-IX FROM 1 BY 1
               UNTIL OPERATOR-IX > OPERATOR-COUNT
                  OR OWNER-IX > 0

           IF OWNER-IX > 0
               ADD 1 TO OT-STAFF-VIEWS (VIEWER-IX)
               ADD 1 TO STAFF-ACCESS-LINES
               MOVE SPACES TO REPORT-LINE
               IF OWNER-IX = VIEWER-IX
                   STRING AX-ACCESS-DATE ' ' AX-ACCESS-TIME ' '
                          AX-USER-ID ' ' AX-TRANID ' '
                          AX-ACCOUNT ' ' AX-WHAT-SHOWN
                          ' OWN ACCOUNT'
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING AX-ACCESS-DATE ' ' AX-ACCESS-TIME ' '
                          AX-USER-ID ' ' AX-TRANID ' '
                          AX-ACCOUNT ' ' AX-WHAT-SHOWN
                          ' COLLEAGUE ' OT-USER-ID (OWNER-IX)
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               DISPLAY REPORT-LINE
           END-IF
           .

       CHECK-ONE-OWNER.
           IF OT-CUST-NO (OPERATOR-IX) = AX-ACCOUNT
               MOVE OPERATOR-IX TO OWNER-IX
           END-IF
           .

      * Any review, fraud case, appeal or complaint on file for the
      * account, open or closed, is a reason to be looking at it.
       CHECK-FOR-A-CASE.
           MOVE AX-ACCOUNT TO CASE-CHECKED-ACCOUNT
           MOVE 'N' TO CASE-ON-FILE

           MOVE AX-ACCOUNT TO RQ-CUST-NO
           MOVE 0          TO RQ-APPL-SEQ-NO
           START REVIEWQ KEY >= RQ-REVIEW-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ REVIEWQ NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RQ-CUST-NO = AX-ACCOUNT
                               MOVE 'Y' TO CASE-ON-FILE
                           END-IF
                   END-READ
           END-START

           IF CASE-ON-FILE = 'N'
               MOVE AX-ACCOUNT TO FC-CUST-NO
               MOVE 0          TO FC-APPL-SEQ-NO
               START FRAUDCAS KEY >= FC-CASE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FRAUDCAS NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FC-CUST-NO = AX-ACCOUNT
                                   MOVE 'Y' TO CASE-ON-FILE
                               END-IF
                       END-READ
               END-START
           END-IF

           IF CASE-ON-FILE = 'N'
               MOVE AX-ACCOUNT TO AP-CUST-NO
               MOVE 0          TO AP-APPL-SEQ-NO
               START APPEALS KEY >= AP-APPEAL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ APPEALS NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF AP-CUST-NO = AX-ACCOUNT
                                   MOVE 'Y' TO CASE-ON-FILE
                               END-IF
                       END-READ
               END-START
           END-IF

           IF CASE-ON-FILE = 'N'
               MOVE AX-ACCOUNT TO CQ-CUST-NO
               MOVE 0          TO CQ-COMPLAINT-NO
               START COMPLNT KEY >= CQ-COMPLAINT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ COMPLNT NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CQ-CUST-NO = AX-ACCOUNT
                                   MOVE 'Y' TO CASE-ON-FILE
                               END-IF
                       END-READ
               END-START
           END-IF
           .

      * The log is in date order, so each operator's searches are
      * counted a day at a time; the day's sweep line is printed
      * once, the moment the count passes the threshold.
       TAKE-NAME-SEARCH.
           ADD 1 TO SEARCHES-IN-WINDOW
           ADD 1 TO OT-SEARCHES (VIEWER-IX)

           IF OT-SEARCH-DATE (VIEWER-IX) NOT = AX-ACCESS-DATE
               MOVE AX-ACCESS-DATE TO OT-SEARCH-DATE (VIEWER-IX)
               MOVE 0 TO OT-SEARCHES-THAT-DAY (VIEWER-IX)
           END-IF
           ADD 1 TO OT-SEARCHES-THAT-DAY (VIEWER-IX)

           IF OT-SEARCHES-THAT-DAY (VIEWER-IX) = SWEEP-THRESHOLD + 1
               ADD 1 TO OT-SWEEP-DAYS (VIEWER-IX)
               ADD 1 TO SWEEP-LINES
               MOVE SPACES TO REPORT-LINE
               STRING AX-ACCESS-DATE ' ' AX-ACCESS-TIME ' '
                      AX-USER-ID ' ' AX-TRANID
                      ' NAME-SEARCH SWEEP - OVER ' SWEEP-THRESHOLD
                      ' SEARCHES TODAY, LATEST "'
                      AX-SEARCH-ARGUMENT(1:20) '"'
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      ******************************************************************
      * The report.
      ******************************************************************
       PRINT-REPORT-HEADING.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'PII ACCESS REPORT ' WINDOW-FROM ' TO ' WINDOW-TO
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'THRESHOLDS: NO-CASE DISPLAYS ' BROWSE-THRESHOLD
                  ' PER WEEK, NAME SEARCHES ' SWEEP-THRESHOLD
                  ' PER DAY'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       PRINT-OPERATOR-SUMMARY.
           DISPLAY ' '
           DISPLAY 'BROWSING WITHOUT A CASE - PER OPERATOR'
           DISPLAY 'OPERATOR  DISPLAYS  NO-CASE  STAFF  SEARCHES  '
                   'SWEEP-DAYS'

           PERFORM PRINT-ONE-OPERATOR
               VARYING OPERATOR-IX FROM 1 BY 1
               UNTIL OPERATOR-IX > OPERATOR-COUNT
           .

      * Staff with nothing in the week are left off.
       PRINT-ONE-OPERATOR.
           IF OT-VIEWS (OPERATOR-IX) > 0
              OR OT-SEARCHES (OPERATOR-IX) > 0
               IF OT-NO-CASE-VIEWS (OPERATOR-IX) >= BROWSE-THRESHOLD
                   MOVE 'HIGH VOLUME' TO BROWSE-FLAG-TEXT
                   ADD 1 TO BROWSERS-FLAGGED
               ELSE
                   MOVE SPACES TO BROWSE-FLAG-TEXT
               END-IF

               MOVE OT-VIEWS (OPERATOR-IX)         TO COUNT-EDIT
               MOVE OT-NO-CASE-VIEWS (OPERATOR-IX) TO COUNT-EDIT-2
               MOVE OT-STAFF-VIEWS (OPERATOR-IX)   TO COUNT-EDIT-3
               MOVE OT-SEARCHES (OPERATOR-IX)      TO COUNT-EDIT-4
               MOVE OT-SWEEP-DAYS (OPERATOR-IX)    TO COUNT-EDIT-5

               MOVE SPACES TO REPORT-LINE
               STRING OT-USER-ID (OPERATOR-IX)
                      '     ' COUNT-EDIT
                      '    ' COUNT-EDIT-2
                      '  ' COUNT-EDIT-3
                      '     ' COUNT-EDIT-4
                      '       ' COUNT-EDIT-5
                      '  ' BROWSE-FLAG-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       PRINT-REPORT-TOTALS.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'LOG ROWS IN WEEK:          ' ROWS-IN-WINDOW
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RECORD DISPLAYS:           ' DISPLAYS-IN-WINDOW
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NAME SEARCHES:             ' SEARCHES-IN-WINDOW
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'STAFF-ACCOUNT DISPLAYS:    ' STAFF-ACCESS-LINES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NAME-SEARCH SWEEPS:        ' SWEEP-LINES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HIGH-VOLUME BROWSERS:      ' BROWSERS-FLAGGED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-IN-WINDOW TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSPIIRPT'.
