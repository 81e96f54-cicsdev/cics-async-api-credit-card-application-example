      *     are listed every run until the mailing house answers
      *     for them.
      *
      * A PIN for an account whose address was changed through CUSM
      * within CP-ADDR-HOLD-DAYS is not sent - a PIN mailer to a
      * freshly changed address is half of an account takeover. The
      * first run to reach it writes a HELD row to FRAUDHLD (see
      * copy/FRAUDHLD.cpy) for the FRDC analysts and skips the card;
      * later runs keep skipping it while the hold is HELD or
      * CONFIRMD, and send it as normal once an analyst has CLEARED
      * it.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSPINEXT.jcl. Schedule daily, after CSCARDRC.
      ******************************************************************
                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT CUSTADDR ASSIGN TO CUSTADDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CA-CUST-NO
                  FILE STATUS IS CUSTADDR-STATUS.

           SELECT FRAUDHLD ASSIGN TO FRAUDHLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FH-HOLD-KEY
                  FILE STATUS IS FRAUDHLD-STATUS.

           SELECT PIN-EXTRACT ASSIGN TO PINMAIL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PINMAIL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CARDMAS.
        FD  CTLPARM.
           COPY CTLPARM.

        FD  CUSTADDR.
           COPY CUSTADDR.

        FD  FRAUDHLD.
           COPY FRAUDHLD.

        FD  PIN-EXTRACT.
           COPY PINMAIL.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSPINEXT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSPINEXT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 PINMAIL-STATUS           PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS          PIC X(2) VALUE '00'.
       1 FRAUDHLD-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-CARDMAS           PIC X(1) VALUE 'N'.
       1 END-OF-HOLDS             PIC X(1) VALUE 'N'.

       1 PIN-OFFSET-DAYS          PIC 9(3) VALUE 3.

      * Address-change fraud hold - the horizon is today stepped back
      * the hold window; an address changed on or after it is recent.
       1 HOLD-DAYS                PIC 9(3) VALUE 14.
       1 HOLD-HORIZON-DATE        PIC X(8) VALUE SPACES.
       1 HOLD-FOUND-STATUS        PIC X(8) VALUE SPACES.
       1 PIN-HELD                 PIC X(1) VALUE 'N'.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 RUN-DATE                 PIC X(8).

      * The cutoff is today stepped back the offset - a card mailed
         2 PINS-NOT-YET-DUE       PIC 9(7) VALUE 0.
         2 PINS-OUTSTANDING       PIC 9(7) VALUE 0.
         2 ROWS-NO-CACHE          PIC 9(7) VALUE 0.
         2 PINS-NEWLY-HELD        PIC 9(7) VALUE 0.
         2 PINS-AWAITING-REVIEW   PIC 9(7) VALUE 0.
         2 PINS-REFUSED-FRAUD     PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM COMPUTE-HOLD-HORIZON
           PERFORM COMPUTE-CUTOFF-DATE

           OPEN I-O CARDMAS
           OPEN INPUT CSCACHE
           OPEN INPUT CUSTADDR
           OPEN I-O FRAUDHLD
           OPEN OUTPUT PIN-EXTRACT

           PERFORM READ-NEXT-CARDMAS-ROW

           CLOSE CARDMAS
           CLOSE CSCACHE
           CLOSE CUSTADDR
           CLOSE FRAUDHLD
           CLOSE PIN-EXTRACT

           PERFORM PRINT-EXTRACT-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

               MOVE CP-PIN-OFFSET-DAYS TO PIN-OFFSET-DAYS
           END-IF

           IF CTLPARM-STATUS = '00' AND CP-ADDR-HOLD-DAYS IS NUMERIC
              AND CP-ADDR-HOLD-DAYS > 0
               MOVE CP-ADDR-HOLD-DAYS TO HOLD-DAYS
           END-IF

           CLOSE CTLPARM
           .

      * The same day-at-a-time stepping as the cutoff, run first
      * over the hold window.
       COMPUTE-HOLD-HORIZON.
           MOVE RUN-DATE(1:4) TO CUTOFF-YEAR
           MOVE RUN-DATE(5:2) TO CUTOFF-MONTH
           MOVE RUN-DATE(7:2) TO CUTOFF-DAY

           PERFORM STEP-CUTOFF-BACK-ONE-DAY HOLD-DAYS TIMES

           MOVE CUTOFF-DATE-NUM TO HOLD-HORIZON-DATE
           .

       COMPUTE-CUTOFF-DATE.
           MOVE RUN-DATE(1:4) TO CUTOFF-YEAR
           MOVE RUN-DATE(5:2) TO CUTOFF-MONTH
              AND CD-MAIL-DATE NOT = SPACES
               IF CD-PIN-MAIL-DATE = SPACES
                   IF CD-MAIL-DATE <= CUTOFF-DATE-X
                       PERFORM CHECK-PIN-FRAUD-HOLD
                       IF PIN-HELD = 'N'
                           PERFORM WRITE-ONE-PIN-MAILER
                       END-IF
                   ELSE
                       ADD 1 TO PINS-NOT-YET-DUE
                   END-IF
           PERFORM READ-NEXT-CARDMAS-ROW
           .

      * One PINMAIL hold per address change - the FRAUDHLD rows for
      * the position are walked for one tied to the change on file.
       CHECK-PIN-FRAUD-HOLD.
           MOVE 'N' TO PIN-HELD
           MOVE CD-CUST-NO TO CA-CUST-NO

           READ CUSTADDR
               KEY IS CA-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUSTADDR-STATUS = '00'
              AND CA-ADDR-CHANGED-DATE NOT = SPACES
              AND CA-ADDR-CHANGED-DATE NOT = LOW-VALUES
              AND CA-ADDR-CHANGED-DATE NOT < HOLD-HORIZON-DATE
               PERFORM FIND-PIN-HOLD

               EVALUATE HOLD-FOUND-STATUS
                   WHEN 'HELD    '
                       MOVE 'Y' TO PIN-HELD
                       ADD 1 TO PINS-AWAITING-REVIEW
                   WHEN 'CONFIRMD'
                       MOVE 'Y' TO PIN-HELD
                       ADD 1 TO PINS-REFUSED-FRAUD
                   WHEN 'CLEARED '
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO PIN-HELD
                       PERFORM WRITE-PIN-FRAUD-HOLD
               END-EVALUATE
           END-IF
           .

       FIND-PIN-HOLD.
           MOVE SPACES         TO HOLD-FOUND-STATUS
           MOVE 'N'            TO END-OF-HOLDS
           MOVE CD-CUST-NO     TO FH-CUST-NO
           MOVE CD-APPL-SEQ-NO TO FH-APPL-SEQ-NO
           MOVE LOW-VALUES     TO FH-HOLD-DATE
           MOVE LOW-VALUES     TO FH-HOLD-TIME

           START FRAUDHLD KEY >= FH-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-HOLDS
           END-START

           PERFORM MATCH-ONE-PIN-HOLD
               UNTIL END-OF-HOLDS = 'Y'
           .

       MATCH-ONE-PIN-HOLD.
           READ FRAUDHLD NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-HOLDS
           END-READ

           IF END-OF-HOLDS = 'N'
               IF FH-CUST-NO NOT = CD-CUST-NO
                  OR FH-APPL-SEQ-NO NOT = CD-APPL-SEQ-NO
                   MOVE 'Y' TO END-OF-HOLDS
               ELSE
                   IF FH-HOLD-TYPE = 'PINMAIL '
                      AND FH-ADDR-CHANGE-DATE = CA-ADDR-CHANGED-DATE
                       MOVE FH-STATUS TO HOLD-FOUND-STATUS
                   END-IF
               END-IF
           END-IF
           .

       WRITE-PIN-FRAUD-HOLD.
           MOVE SPACES               TO FRAUDHLD-RECORD
           MOVE CD-CUST-NO           TO FH-CUST-NO
           MOVE CD-APPL-SEQ-NO       TO FH-APPL-SEQ-NO
           MOVE RUN-DATE             TO FH-HOLD-DATE
           MOVE RUN-TIME(1:6)        TO FH-HOLD-TIME
           MOVE 'PINMAIL '           TO FH-HOLD-TYPE
           MOVE 'HELD    '           TO FH-STATUS
           MOVE 'ADDRCHG '           TO FH-RULE-ID
           MOVE CA-ADDR-CHANGED-DATE TO FH-ADDR-CHANGE-DATE
           MOVE 'CSPINEXT'           TO FH-HELD-BY
           MOVE CD-CARD-NUMBER       TO FH-HELD-INPUT

           WRITE FRAUDHLD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF FRAUDHLD-STATUS = '00'
               ADD 1 TO PINS-NEWLY-HELD
               MOVE SPACES TO REPORT-LINE
               STRING 'PIN HELD FOR FRAUD REVIEW: ACCT '
                      CD-CUST-NO ' SEQ ' CD-APPL-SEQ-NO
                      ' ADDRESS CHANGED ' CA-ADDR-CHANGED-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       WRITE-ONE-PIN-MAILER.
           MOVE CD-CUST-NO     TO CC-CUST-NO
           MOVE CD-APPL-SEQ-NO TO CC-APPL-SEQ-NO
           STRING 'ROWS WITH NO CACHE:       ' ROWS-NO-CACHE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD - ADDRESS CHANGE:    ' PINS-NEWLY-HELD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'STILL AWAITING REVIEW:    ' PINS-AWAITING-REVIEW
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REFUSED - FRAUD CONFIRMED:' PINS-REFUSED-FRAUD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           MOVE PINS-DISPATCHED TO RUN-LOG-WRITTEN
           MOVE PINS-REFUSED-FRAUD TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSPINEXT'.
