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
      *  CSRUNTRD
      *
      * Daily batch run trend report. Every batch program writes one
      * RUNLOG row per run (see copy/RUNLOG.cpy and the shared
      * fragment in copy/RUNLOGP.cpy) - job, step, start and end,
      * elapsed seconds, records read, written and rejected, and the
      * return code. DAYCTL only says a job ran; this job says
      * whether it ran the way it usually does.
      *
      * RUNLOG is keyed job/step/start, so one pass meets each
      * step's runs oldest first. Every run of the step that started
      * on the report date is compared with the average of that
      * step's trailing runs before it (the last WINDOW of them that
      * ended RC 4 or better - a failed run is no yardstick):
      *
      *   VOLUME    records read or records written differ from
      *             their average by more than VOLTOL per cent
      *   DURATION  the elapsed time is more than DURTOL per cent
      *             over its average, and by at least MINSECS
      *             seconds - a two-second step taking four is not
      *             news
      *
      * A step with fewer than MINRUNS trailing runs is listed as
      * NEW and not judged. A run that ended over RC 4 is marked RC
      * on the report as well.
      *
      * A job with an outlier on the report date is raised on the
      * ALERTS file the ALRT service keeps (see copy/ALERTS.cpy and
      * src/CSALERTS.cbl) under the job name itself, the way
      * CSCIRCT keys its alerts on a program name, so it shows on
      * ALRT LST for the handover shift; the next day the job runs
      * clean, its alert is cleared. A job that did not run on the
      * report date leaves its alert as it is.
      *
      * Tolerances come off the RUNTCTL control cards - DATE=
      * (YYYYMMDD, default today), WINDOW= (2 digits, 1-30, default
      * 10), MINRUNS= (2 digits, default 3), VOLTOL= and DURTOL= (3
      * digits, per cent, defaults 50 and 100) and MINSECS= (5
      * digits, default 60). No card keeps the defaults.
      *
      * RUNLOG is read here as well as written, so it is declared
      * ACCESS DYNAMIC rather than the RANDOM the other batch
      * programs use; it is closed before this run's own row is
      * written.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSRUNTRD.jcl. Schedule daily, after the overnight batch
      * and ahead of the morning handover.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSRUNTRD.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

           SELECT ALERTS ASSIGN TO ALERTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AT-CONDITION-ID
                  FILE STATUS IS ALERTS-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO RUNTCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNTCTL-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  RUNLOG.
           COPY RUNLOG.

        FD  ALERTS.
           COPY ALERTS.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSRUNTRD'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSRUNTRD'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 ALERTS-STATUS             PIC X(2) VALUE '00'.
       1 RUNTCTL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-RUNLOG             PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8) VALUE SPACES.
       1 RUN-TIME                  PIC X(8) VALUE SPACES.

      * The day being reported - today unless RUNTCTL names one.
       1 REPORT-DATE               PIC X(8) VALUE SPACES.

      * Tolerances - see the header comment.
       1 WINDOW-RUNS               PIC 9(2) VALUE 10.
       1 MINIMUM-RUNS              PIC 9(2) VALUE 3.
       1 VOLUME-TOLERANCE          PIC 9(3) VALUE 50.
       1 DURATION-TOLERANCE        PIC 9(3) VALUE 100.
       1 MINIMUM-SECONDS           PIC 9(5) VALUE 60.

      * The step being read and the job it belongs to.
       1 CURRENT-JOB               PIC X(8) VALUE SPACES.
       1 CURRENT-STEP              PIC X(8) VALUE SPACES.
       1 JOB-RAN-TODAY             PIC X(1) VALUE 'N'.
       1 JOB-FLAGGED               PIC X(1) VALUE 'N'.
       1 JOB-SEVERITY              PIC X(1) VALUE 'W'.
       1 JOB-DETAIL                PIC X(40) VALUE SPACES.

      * The step's trailing runs, oldest overwritten first once the
      * window is full.
       1 HISTORY-TABLE.
         2 HISTORY-ENTRY           OCCURS 30.
           3 HS-ELAPSED            PIC 9(7).
           3 HS-READ               PIC 9(9).
           3 HS-WRITTEN            PIC 9(9).
       1 HISTORY-COUNT             PIC S9(4) COMP VALUE 0.
       1 HISTORY-NEXT              PIC S9(4) COMP VALUE 1.
       1 HISTORY-IX                PIC S9(4) COMP VALUE 0.

       1 TRAILING-TOTALS.
         2 SUM-ELAPSED             PIC 9(11) VALUE 0.
         2 SUM-READ                PIC 9(11) VALUE 0.
         2 SUM-WRITTEN             PIC 9(11) VALUE 0.
         2 AVG-ELAPSED             PIC 9(7)  VALUE 0.
         2 AVG-READ                PIC 9(9)  VALUE 0.
         2 AVG-WRITTEN             PIC 9(9)  VALUE 0.

      * Per cent over (or, negative, under) the trailing average.
       1 READ-SHIFT-PCT            PIC S9(11) VALUE 0.
       1 WRITTEN-SHIFT-PCT         PIC S9(11) VALUE 0.
       1 VOLUME-SHIFT-PCT          PIC S9(11) VALUE 0.
       1 DURATION-SHIFT-PCT        PIC S9(11) VALUE 0.
       1 SHIFT-SIZE                PIC S9(11) VALUE 0.
       1 LARGEST-SHIFT-SIZE        PIC S9(11) VALUE 0.
       1 DURATION-LIMIT            PIC 9(11)  VALUE 0.
       1 DURATION-OVER             PIC S9(9)  VALUE 0.

       1 VOLUME-OUTLIER            PIC X(1) VALUE 'N'.
       1 DURATION-OUTLIER          PIC X(1) VALUE 'N'.
       1 RUN-FLAGS                 PIC X(20) VALUE SPACES.
       1 FLAG-POINTER              PIC S9(4) COMP VALUE 1.

       1 RUN-TOTALS.
         2 RUNS-READ               PIC 9(7) VALUE 0.
         2 RUNS-CHECKED            PIC 9(7) VALUE 0.
         2 RUNS-TOO-NEW            PIC 9(7) VALUE 0.
         2 VOLUME-OUTLIERS         PIC 9(7) VALUE 0.
         2 DURATION-OUTLIERS       PIC 9(7) VALUE 0.
         2 RUNS-FAILED             PIC 9(7) VALUE 0.
         2 ALERTS-RAISED           PIC 9(5) VALUE 0.
         2 ALERTS-CLEARED          PIC 9(5) VALUE 0.

       1 RUN-LINE.
         2 RN-JOB                  PIC X(8).
         2 FILLER                  PIC X(1).
         2 RN-STEP                 PIC X(8).
         2 FILLER                  PIC X(1).
         2 RN-START                PIC X(6).
         2 FILLER                  PIC X(1).
         2 RN-ELAPSED              PIC Z(6)9.
         2 FILLER                  PIC X(1).
         2 RN-READ                 PIC Z(8)9.
         2 FILLER                  PIC X(1).
         2 RN-WRITTEN              PIC Z(8)9.
         2 FILLER                  PIC X(1).
         2 RN-REJECTED             PIC Z(8)9.
         2 FILLER                  PIC X(1).
         2 RN-RC                   PIC ZZZ9.
         2 FILLER                  PIC X(2).
         2 RN-FLAGS                PIC X(20).
       1 AVERAGE-LINE.
         2 FILLER                  PIC X(8) VALUE SPACES.
         2 AV-RUNS                 PIC Z9.
         2 FILLER                  PIC X(15) VALUE ' RUN AVERAGE:  '.
         2 AV-ELAPSED              PIC Z(6)9.
         2 FILLER                  PIC X(1) VALUE SPACE.
         2 AV-READ                 PIC Z(8)9.
         2 FILLER                  PIC X(1) VALUE SPACE.
         2 AV-WRITTEN              PIC Z(8)9.
       1 PCT-EDIT                  PIC -(6)9.
       1 PCT-EDIT-2                PIC -(6)9.

      * ALERTS settlement scratch - the same rules the ALRT service
      * applies to its own conditions.
       1 CONDITION-TRIPPED         PIC X(1) VALUE 'N'.

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO REPORT-DATE

           PERFORM READ-CONTROL-CARDS

           OPEN INPUT RUNLOG
           IF RUNLOG-STATUS NOT = '00'
               DISPLAY 'RUN TREND REPORT NOT RUN - RUNLOG STATUS '
                       RUNLOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN I-O ALERTS

           PERFORM PRINT-REPORT-HEADING

           PERFORM READ-NEXT-RUN
           PERFORM TAKE-ONE-RUN
               UNTIL END-OF-RUNLOG = 'Y'

           IF CURRENT-JOB NOT = SPACES
               PERFORM SETTLE-JOB-ALERT
           END-IF

           CLOSE RUNLOG
           CLOSE ALERTS

           PERFORM PRINT-TREND-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF RUNTCTL-STATUS = '00'
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

           IF RUNTCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:5) = 'DATE='
                AND CONTROL-CARD-RECORD(6:8) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(6:8) TO REPORT-DATE
               WHEN CONTROL-CARD-RECORD(1:7) = 'WINDOW='
                AND CONTROL-CARD-RECORD(8:2) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(8:2) TO WINDOW-RUNS
               WHEN CONTROL-CARD-RECORD(1:8) = 'MINRUNS='
                AND CONTROL-CARD-RECORD(9:2) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(9:2) TO MINIMUM-RUNS
               WHEN CONTROL-CARD-RECORD(1:7) = 'VOLTOL='
                AND CONTROL-CARD-RECORD(8:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(8:3) TO VOLUME-TOLERANCE
               WHEN CONTROL-CARD-RECORD(1:7) = 'DURTOL='
                AND CONTROL-CARD-RECORD(8:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(8:3)
                       TO DURATION-TOLERANCE
               WHEN CONTROL-CARD-RECORD(1:8) = 'MINSECS='
                AND CONTROL-CARD-RECORD(9:5) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(9:5) TO MINIMUM-SECONDS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WINDOW-RUNS > 30
               MOVE 30 TO WINDOW-RUNS
           END-IF
           IF WINDOW-RUNS = 0
               MOVE 1 TO WINDOW-RUNS
           END-IF
           IF MINIMUM-RUNS > WINDOW-RUNS
               MOVE WINDOW-RUNS TO MINIMUM-RUNS
           END-IF

           PERFORM READ-NEXT-CONTROL-CARD
           .

       READ-NEXT-RUN.
           READ RUNLOG NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-RUNLOG
           END-READ

           IF RUNLOG-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-RUNLOG
           END-IF
           .

      ******************************************************************
      * One RUNLOG row. A new job settles the last one's alert; a new
      * step starts its trailing window afresh. Runs after the report
      * date are left alone, so a back-dated report sees only what it
      * would have seen on the day.
      ******************************************************************
       TAKE-ONE-RUN.
           ADD 1 TO RUNS-READ

           IF RL-JOB-NAME NOT = CURRENT-JOB
               IF CURRENT-JOB NOT = SPACES
                   PERFORM SETTLE-JOB-ALERT
               END-IF
               MOVE RL-JOB-NAME TO CURRENT-JOB
               MOVE SPACES      TO CURRENT-STEP
               MOVE 'N'         TO JOB-RAN-TODAY
               MOVE 'N'         TO JOB-FLAGGED
               MOVE 'W'         TO JOB-SEVERITY
               MOVE SPACES      TO JOB-DETAIL
           END-IF

           IF RL-STEP-NAME NOT = CURRENT-STEP
               MOVE RL-STEP-NAME TO CURRENT-STEP
               MOVE 0 TO HISTORY-COUNT
               MOVE 1 TO HISTORY-NEXT
           END-IF

           EVALUATE TRUE
               WHEN RL-START-DATE > REPORT-DATE
                   CONTINUE
               WHEN RL-START-DATE = REPORT-DATE
                   PERFORM CHECK-ONE-RUN
                   PERFORM ADD-RUN-TO-HISTORY
               WHEN OTHER
                   PERFORM ADD-RUN-TO-HISTORY
           END-EVALUATE

           PERFORM READ-NEXT-RUN
           .

      * Only a run that ended RC 4 or better is a yardstick.
       ADD-RUN-TO-HISTORY.
           IF RL-RETURN-CODE NOT > 4
               MOVE RL-ELAPSED-SECONDS  TO HS-ELAPSED(HISTORY-NEXT)
               MOVE RL-RECORDS-READ     TO HS-READ(HISTORY-NEXT)
               MOVE RL-RECORDS-WRITTEN  TO HS-WRITTEN(HISTORY-NEXT)

               ADD 1 TO HISTORY-NEXT
               IF HISTORY-NEXT > WINDOW-RUNS
                   MOVE 1 TO HISTORY-NEXT
               END-IF
               IF HISTORY-COUNT < WINDOW-RUNS
                   ADD 1 TO HISTORY-COUNT
               END-IF
           END-IF
           .

      ******************************************************************
      * A run on the report date, against its step's trailing runs.
      ******************************************************************
       CHECK-ONE-RUN.
           ADD 1 TO RUNS-CHECKED
           MOVE 'Y'    TO JOB-RAN-TODAY
           MOVE 'N'    TO VOLUME-OUTLIER
           MOVE 'N'    TO DURATION-OUTLIER
           MOVE SPACES TO RUN-FLAGS
           MOVE 1      TO FLAG-POINTER

           IF RL-RETURN-CODE > 4
               ADD 1 TO RUNS-FAILED
               STRING 'RC ' DELIMITED BY SIZE
                   INTO RUN-FLAGS WITH POINTER FLAG-POINTER
           END-IF

           IF HISTORY-COUNT < MINIMUM-RUNS
               ADD 1 TO RUNS-TOO-NEW
               STRING 'NEW ' DELIMITED BY SIZE
                   INTO RUN-FLAGS WITH POINTER FLAG-POINTER
               PERFORM PRINT-ONE-RUN
           ELSE
               PERFORM AVERAGE-TRAILING-RUNS
               PERFORM CHECK-RUN-VOLUME
               PERFORM CHECK-RUN-DURATION
               PERFORM PRINT-ONE-RUN
               PERFORM PRINT-RUN-AVERAGE
               IF VOLUME-OUTLIER = 'Y'
                  OR DURATION-OUTLIER = 'Y'
                   PERFORM NOTE-JOB-OUTLIER
               END-IF
           END-IF
           .

       AVERAGE-TRAILING-RUNS.
           MOVE 0 TO SUM-ELAPSED
           MOVE 0 TO SUM-READ
           MOVE 0 TO SUM-WRITTEN

           PERFORM ADD-ONE-TRAILING-RUN
               VARYING HISTORY-IX FROM 1 BY 1
               UNTIL HISTORY-IX > HISTORY-COUNT

           COMPUTE AVG-ELAPSED ROUNDED = SUM-ELAPSED / HISTORY-COUNT
           COMPUTE AVG-READ    ROUNDED = SUM-READ    / HISTORY-COUNT
           COMPUTE AVG-WRITTEN ROUNDED = SUM-WRITTEN / HISTORY-COUNT
           .

       ADD-ONE-TRAILING-RUN.
           ADD HS-ELAPSED(HISTORY-IX) TO SUM-ELAPSED
           ADD HS-READ(HISTORY-IX)    TO SUM-READ
           ADD HS-WRITTEN(HISTORY-IX) TO SUM-WRITTEN
           .

      * Read and written are judged apart - a step that reads its
      * usual volume but writes half of it is the one to catch. The
      * larger shift of the two is the one reported. An average of
      * nothing gives nothing to judge against.
       CHECK-RUN-VOLUME.
           MOVE 0 TO READ-SHIFT-PCT
           MOVE 0 TO WRITTEN-SHIFT-PCT
           IF AVG-READ > 0
               COMPUTE READ-SHIFT-PCT =
                   (RL-RECORDS-READ - AVG-READ) * 100 / AVG-READ
           END-IF
           IF AVG-WRITTEN > 0
               COMPUTE WRITTEN-SHIFT-PCT =
                   (RL-RECORDS-WRITTEN - AVG-WRITTEN) * 100
                       / AVG-WRITTEN
           END-IF

           MOVE READ-SHIFT-PCT TO VOLUME-SHIFT-PCT
           MOVE READ-SHIFT-PCT TO SHIFT-SIZE
           IF SHIFT-SIZE < 0
               COMPUTE SHIFT-SIZE = 0 - SHIFT-SIZE
           END-IF
           MOVE SHIFT-SIZE TO LARGEST-SHIFT-SIZE

           MOVE WRITTEN-SHIFT-PCT TO SHIFT-SIZE
           IF SHIFT-SIZE < 0
               COMPUTE SHIFT-SIZE = 0 - SHIFT-SIZE
           END-IF
           IF SHIFT-SIZE > LARGEST-SHIFT-SIZE
               MOVE WRITTEN-SHIFT-PCT TO VOLUME-SHIFT-PCT
               MOVE SHIFT-SIZE        TO LARGEST-SHIFT-SIZE
           END-IF

           IF LARGEST-SHIFT-SIZE > VOLUME-TOLERANCE
               MOVE 'Y' TO VOLUME-OUTLIER
               ADD 1 TO VOLUME-OUTLIERS
               STRING 'VOLUME ' DELIMITED BY SIZE
                   INTO RUN-FLAGS WITH POINTER FLAG-POINTER
           END-IF
           .

      * Only ever too slow - a quick run is not an incident, and a
      * short one that also moved too few records is caught above.
       CHECK-RUN-DURATION.
           MOVE 0 TO DURATION-SHIFT-PCT
           IF AVG-ELAPSED > 0
               COMPUTE DURATION-SHIFT-PCT =
                   (RL-ELAPSED-SECONDS - AVG-ELAPSED) * 100
                       / AVG-ELAPSED
           END-IF

           COMPUTE DURATION-LIMIT =
               AVG-ELAPSED * (100 + DURATION-TOLERANCE) / 100
           COMPUTE DURATION-OVER = RL-ELAPSED-SECONDS - AVG-ELAPSED

           IF RL-ELAPSED-SECONDS > DURATION-LIMIT
              AND DURATION-OVER NOT < MINIMUM-SECONDS
               MOVE 'Y' TO DURATION-OUTLIER
               ADD 1 TO DURATION-OUTLIERS
               STRING 'DURATION ' DELIMITED BY SIZE
                   INTO RUN-FLAGS WITH POINTER FLAG-POINTER
           END-IF
           .

      * The job's alert carries its latest outlying step; a step out
      * on both counts makes it an error rather than a warning.
       NOTE-JOB-OUTLIER.
           MOVE 'Y' TO JOB-FLAGGED
           IF VOLUME-OUTLIER = 'Y'
              AND DURATION-OUTLIER = 'Y'
               MOVE 'E' TO JOB-SEVERITY
           END-IF

           IF VOLUME-SHIFT-PCT > 999999
               MOVE 999999 TO VOLUME-SHIFT-PCT
           END-IF
           IF DURATION-SHIFT-PCT > 999999
               MOVE 999999 TO DURATION-SHIFT-PCT
           END-IF
           MOVE VOLUME-SHIFT-PCT   TO PCT-EDIT
           MOVE DURATION-SHIFT-PCT TO PCT-EDIT-2

           MOVE SPACES TO JOB-DETAIL
           STRING RL-STEP-NAME ' VOL' PCT-EDIT '% DUR' PCT-EDIT-2 '%'
               DELIMITED BY SIZE INTO JOB-DETAIL
           .

      ******************************************************************
      * ALERTS - one condition per job, raised while the job's runs
      * on the report date are out of line and cleared once a day's
      * runs are not. A new or re-raised alert is also put on SYSOUT.
      ******************************************************************
       SETTLE-JOB-ALERT.
           IF JOB-RAN-TODAY = 'Y'
               MOVE JOB-FLAGGED TO CONDITION-TRIPPED

               MOVE CURRENT-JOB TO AT-CONDITION-ID
               READ ALERTS
                   KEY IS AT-CONDITION-ID
                   INVALID KEY
                       CONTINUE
               END-READ

               EVALUATE TRUE
                   WHEN CONDITION-TRIPPED = 'Y'
                    AND ALERTS-STATUS NOT = '00'
                       PERFORM RAISE-NEW-ALERT
                   WHEN CONDITION-TRIPPED = 'Y'
                    AND ALERTS-STATUS = '00'
                       MOVE JOB-SEVERITY TO AT-SEVERITY
                       MOVE JOB-DETAIL   TO AT-DETAIL
                       IF AT-STATUS = 'CLEARED '
      * The job went out of line again after clearing - a fresh alert.
                           MOVE 'OPEN    ' TO AT-STATUS
                           MOVE RUN-DATE   TO AT-RAISED-DATE
                           MOVE RUN-TIME   TO AT-RAISED-TIME
                           MOVE SPACES     TO AT-ACKED-BY
                           MOVE SPACES     TO AT-ACKED-DATE
                           PERFORM TELL-THE-OPERATOR
                       END-IF
                       REWRITE ALERTS-RECORD
                   WHEN CONDITION-TRIPPED = 'N'
                    AND ALERTS-STATUS = '00'
                       IF AT-STATUS NOT = 'CLEARED '
                           MOVE 'CLEARED ' TO AT-STATUS
                           REWRITE ALERTS-RECORD
                           ADD 1 TO ALERTS-CLEARED
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       RAISE-NEW-ALERT.
           MOVE SPACES       TO ALERTS-RECORD
           MOVE CURRENT-JOB  TO AT-CONDITION-ID
           MOVE JOB-SEVERITY TO AT-SEVERITY
           MOVE 'OPEN    '   TO AT-STATUS
           MOVE RUN-DATE     TO AT-RAISED-DATE
           MOVE RUN-TIME     TO AT-RAISED-TIME
           MOVE JOB-DETAIL   TO AT-DETAIL

           WRITE ALERTS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           PERFORM TELL-THE-OPERATOR
           .

       TELL-THE-OPERATOR.
           ADD 1 TO ALERTS-RAISED

           MOVE SPACES TO REPORT-LINE
           STRING 'ALERT ' CURRENT-JOB ' ' JOB-DETAIL
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      ******************************************************************
      * The report.
      ******************************************************************
       PRINT-REPORT-HEADING.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'BATCH RUN TRENDS FOR ' REPORT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'WINDOW ' WINDOW-RUNS ' RUNS, MINIMUM ' MINIMUM-RUNS
                  ', VOLUME ' VOLUME-TOLERANCE '%, DURATION '
                  DURATION-TOLERANCE '%'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           DISPLAY 'JOB      STEP     START  ELAPSED      READ'
                   '   WRITTEN  REJECTED   RC  FLAGS'
           .

       PRINT-ONE-RUN.
           MOVE SPACES              TO RUN-LINE
           MOVE RL-JOB-NAME         TO RN-JOB
           MOVE RL-STEP-NAME        TO RN-STEP
           MOVE RL-START-TIME(1:6)  TO RN-START
           MOVE RL-ELAPSED-SECONDS  TO RN-ELAPSED
           MOVE RL-RECORDS-READ     TO RN-READ
           MOVE RL-RECORDS-WRITTEN  TO RN-WRITTEN
           MOVE RL-RECORDS-REJECTED TO RN-REJECTED
           MOVE RL-RETURN-CODE      TO RN-RC
           MOVE RUN-FLAGS           TO RN-FLAGS
           DISPLAY RUN-LINE
           .

       PRINT-RUN-AVERAGE.
           MOVE HISTORY-COUNT TO AV-RUNS
           MOVE AVG-ELAPSED   TO AV-ELAPSED
           MOVE AVG-READ      TO AV-READ
           MOVE AVG-WRITTEN   TO AV-WRITTEN
           DISPLAY AVERAGE-LINE
           .

       PRINT-TREND-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'RUNLOG ROWS READ:        ' RUNS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RUNS ON REPORT DATE:     ' RUNS-CHECKED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TOO FEW PRIOR RUNS:      ' RUNS-TOO-NEW
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'VOLUME OUTLIERS:         ' VOLUME-OUTLIERS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DURATION OUTLIERS:       ' DURATION-OUTLIERS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RUNS ENDED OVER RC 4:    ' RUNS-FAILED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'JOB ALERTS RAISED:       ' ALERTS-RAISED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'JOB ALERTS CLEARED:      ' ALERTS-CLEARED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE RUNS-READ TO RUN-LOG-READ
           COMPUTE RUN-LOG-WRITTEN = ALERTS-RAISED + ALERTS-CLEARED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSRUNTRD'.
