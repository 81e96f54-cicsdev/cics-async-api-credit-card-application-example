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
      *  CSFUNNEL
      *
      * Weekly application funnel by intake channel. Every pipeline
      * run records the front door it came in through on the audit
      * trail (AU-INTAKE-CHANNEL - see copy/AUDIT.cpy); this job
      * follows each live application from that decision to a card
      * in use, and shows where each channel's applications drop
      * out. The stages, each counted only once the one before it
      * is reached:
      *
      *   APPLIED   a live ASYNCPNT/SEQPNT run on AUDIT for the
      *             account/sequence - the latest run decides its
      *             channel and product
      *   APPROVED  a SUCCESS on AUDIT for it (the pipeline's own or
      *             an underwriter's), or a card assigned
      *   ASSIGNED  a CARDASGN card number on CARDMAS
      *   MAILED    CSCARDRC has the card produced and in the post
      *             (CD-MAIL-DATE)
      *   ACTIVE    CARDACTV activation (CD-ACTIVATION-DATE)
      *   USED      a first posting on CARDLDG the cardholder made -
      *             a PURCHASE, CASHADV or BALXFER; our own fees
      *             and interest do not count as use
      *
      * Dry runs (AU-DRY-RUN-FLAG 'Y') are what-ifs, not
      * applications - CSCAMPGN prescreens among them - and are
      * only counted, per channel, at the foot of the report. A run
      * written before the channel was recorded shows as UNKNOWN.
      *
      * The FUNLCTL control cards narrow the applications followed
      * to those run inside a window:
      *   FROM=YYYYMMDD   (default - everything on AUDIT)
      *   TO=YYYYMMDD     (default - today)
      *
      * The report on SYSOUT gives, per channel and per product
      * within it, the count at each stage, the conversion from the
      * stage before as a percentage, and the number dropped there;
      * then the same for all channels together. More applications
      * than the table holds leaves the funnel incomplete - the run
      * says so and ends with RETURN-CODE 8.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSFUNNEL.jcl. Schedule weekly.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSFUNNEL.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT AUDIT-TRAIL ASSIGN TO AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS.

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT CARDLDG ASSIGN TO CARDLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS CARDLDG-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO FUNLCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FUNLCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-TRAIL.
           COPY AUDIT.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSFUNNEL'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSFUNNEL'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 AUDIT-STATUS              PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS            PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS            PIC X(2) VALUE '00'.
       1 FUNLCTL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-AUDIT-TRAIL        PIC X(1) VALUE 'N'.
       1 END-OF-CARD-LEDGER        PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8) VALUE SPACES.

      * The window of application runs followed.
       1 WINDOW-FROM               PIC X(8) VALUE '00000000'.
       1 WINDOW-TO                 PIC X(8) VALUE SPACES.

      * Every live application in the window, one entry per
      * account/sequence.
       1 APPLICATION-TABLE.
         2 APPLICATION-ENTRY       OCCURS 10000.
           3 AE-CUST-NO            PIC X(8).
           3 AE-APPL-SEQ-NO        PIC 9(1).
           3 AE-CHANNEL            PIC X(8).
           3 AE-PRODUCT            PIC X(4).
           3 AE-APPROVED           PIC X(1).
       1 APPLICATION-COUNT         PIC S9(8) COMP VALUE 0.
       1 APPLICATION-IX            PIC S9(8) COMP VALUE 0.
       1 APPLICATION-FOUND-IX      PIC S9(8) COMP VALUE 0.
       1 APPLICATION-TABLE-FULL    PIC X(1) VALUE 'N'.

      * The channels and products seen. The last channel slot is
      * all channels together and the last product slot all
      * products; a channel or product past the named slots is
      * folded into OTHER.
       1 CHANNEL-TABLE.
         2 CHANNEL-NAME            PIC X(8) OCCURS 13.
       1 CHANNEL-COUNT             PIC S9(4) COMP VALUE 0.
       1 CHANNEL-IX                PIC S9(4) COMP VALUE 0.
       1 CHANNEL-FOUND-IX          PIC S9(4) COMP VALUE 0.
       1 ALL-CHANNELS-IX           PIC S9(4) COMP VALUE 13.

       1 PRODUCT-TABLE.
         2 PRODUCT-NAME            PIC X(4) OCCURS 11.
       1 PRODUCT-COUNT             PIC S9(4) COMP VALUE 0.
       1 PRODUCT-IX                PIC S9(4) COMP VALUE 0.
       1 PRODUCT-FOUND-IX          PIC S9(4) COMP VALUE 0.
       1 ALL-PRODUCTS-IX           PIC S9(4) COMP VALUE 11.

      * The funnel - applications reaching each stage, per channel
      * and product.
       1 FUNNEL-TABLE.
         2 FUNNEL-CHANNEL          OCCURS 13.
           3 FUNNEL-PRODUCT        OCCURS 11.
             4 STAGE-COUNT         PIC 9(7) OCCURS 6.
       1 STAGE-IX                  PIC S9(4) COMP VALUE 0.
       1 PRIOR-STAGE-IX            PIC S9(4) COMP VALUE 0.

      * The stages in funnel order, and the furthest one the
      * application in hand reached.
       1 STAGE-NAMES.
         2 FILLER PIC X(9) VALUE ' APPLIED '.
         2 FILLER PIC X(9) VALUE 'APPROVED '.
         2 FILLER PIC X(9) VALUE 'ASSIGNED '.
         2 FILLER PIC X(9) VALUE '  MAILED '.
         2 FILLER PIC X(9) VALUE '  ACTIVE '.
         2 FILLER PIC X(9) VALUE '    USED '.
       1 STAGE-NAME-TABLE REDEFINES STAGE-NAMES.
         2 STAGE-NAME              PIC X(9) OCCURS 6.
       1 STAGE-REACHED             PIC S9(4) COMP VALUE 0.

      * Dry runs per channel, counted but not followed.
       1 DRY-RUN-TABLE.
         2 DRY-RUN-COUNT           PIC 9(7) OCCURS 13.

       1 THIS-CHANNEL              PIC X(8) VALUE SPACES.
       1 THIS-PRODUCT              PIC X(4) VALUE SPACES.

       1 FUNNEL-TOTALS.
         2 AUDIT-ROWS-READ         PIC 9(7) VALUE 0.
         2 PIPELINE-RUNS           PIC 9(7) VALUE 0.
         2 RUNS-OUTSIDE-WINDOW     PIC 9(7) VALUE 0.
         2 DRY-RUNS                PIC 9(7) VALUE 0.
         2 APPLICATIONS-NOT-TABLED PIC 9(7) VALUE 0.

       1 PERCENT-WORK              PIC 9(3) VALUE 0.
       1 DROPPED-WORK              PIC 9(7) VALUE 0.

       1 COUNT-LINE.
         2 FILLER                  PIC X(2) VALUE SPACES.
         2 CL-PRODUCT              PIC X(4).
         2 FILLER                  PIC X(1) VALUE SPACE.
         2 CL-LABEL                PIC X(7).
         2 CL-COLUMN               OCCURS 6.
           3 FILLER                PIC X(2).
           3 CL-VALUE              PIC X(7).

       1 COUNT-EDIT                PIC 9(7).
       1 PERCENT-EDIT              PIC ZZ9.

       1 REPORT-LINE               PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO WINDOW-TO

           PERFORM READ-CONTROL-CARDS

           INITIALIZE FUNNEL-TABLE
           INITIALIZE DRY-RUN-TABLE
           MOVE 'ALL     ' TO CHANNEL-NAME(ALL-CHANNELS-IX)
           MOVE 'ALL '     TO PRODUCT-NAME(ALL-PRODUCTS-IX)

           PERFORM COLLECT-APPLICATIONS

           OPEN INPUT CARDMAS
           OPEN INPUT CARDLDG
           PERFORM FOLLOW-ONE-APPLICATION
               VARYING APPLICATION-IX FROM 1 BY 1
               UNTIL APPLICATION-IX > APPLICATION-COUNT
           IF CARDMAS-STATUS NOT = '35'
               CLOSE CARDMAS
           END-IF
           IF CARDLDG-STATUS NOT = '35'
               CLOSE CARDLDG
           END-IF

           PERFORM PRINT-FUNNEL-REPORT
           PERFORM PRINT-FUNNEL-SUMMARY

           IF APPLICATION-TABLE-FULL = 'Y'
               DISPLAY 'FUNNEL INCOMPLETE - APPLICATION TABLE FULL'
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF FUNLCTL-STATUS = '00'
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

           IF FUNLCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           IF CONTROL-CARD-RECORD(1:5) = 'FROM='
              AND CONTROL-CARD-RECORD(6:8) IS NUMERIC
               MOVE CONTROL-CARD-RECORD(6:8) TO WINDOW-FROM
           END-IF

           IF CONTROL-CARD-RECORD(1:3) = 'TO='
              AND CONTROL-CARD-RECORD(4:8) IS NUMERIC
               MOVE CONTROL-CARD-RECORD(4:8) TO WINDOW-TO
           END-IF

           PERFORM READ-NEXT-CONTROL-CARD
           .

      ******************************************************************
      * The applications - one pass of the audit trail. An
      * underwriter's approval always follows the run it approves,
      * so it finds that run already tabled.
      ******************************************************************
       COLLECT-APPLICATIONS.
           OPEN INPUT AUDIT-TRAIL

           IF AUDIT-STATUS = '00'
               PERFORM READ-NEXT-AUDIT-RECORD
               PERFORM TAKE-ONE-AUDIT-RECORD
                   UNTIL END-OF-AUDIT-TRAIL = 'Y'

               CLOSE AUDIT-TRAIL
           END-IF
           .

       READ-NEXT-AUDIT-RECORD.
           READ AUDIT-TRAIL
               AT END
                   MOVE 'Y' TO END-OF-AUDIT-TRAIL
           END-READ
           .

       TAKE-ONE-AUDIT-RECORD.
           ADD 1 TO AUDIT-ROWS-READ

           EVALUATE AU-SOURCE-PROGRAM
               WHEN 'ASYNCPNT'
               WHEN 'SEQPNT  '
                   PERFORM TAKE-PIPELINE-RUN
               WHEN 'UNDWRITR'
                   IF AU-APPLICATION-RESULT = 'SUCCESS'
                       PERFORM FIND-APPLICATION
                       IF APPLICATION-FOUND-IX > 0
                           MOVE 'Y'
                               TO AE-APPROVED(APPLICATION-FOUND-IX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-NEXT-AUDIT-RECORD
           .

       TAKE-PIPELINE-RUN.
           ADD 1 TO PIPELINE-RUNS

           MOVE AU-INTAKE-CHANNEL TO THIS-CHANNEL
           IF THIS-CHANNEL = SPACES OR THIS-CHANNEL = LOW-VALUES
               MOVE 'UNKNOWN ' TO THIS-CHANNEL
           END-IF

           EVALUATE TRUE
               WHEN AU-RUN-DATE < WINDOW-FROM
                 OR AU-RUN-DATE > WINDOW-TO
                   ADD 1 TO RUNS-OUTSIDE-WINDOW
               WHEN AU-DRY-RUN-FLAG = 'Y'
                   ADD 1 TO DRY-RUNS
                   PERFORM FIND-CHANNEL
                   ADD 1 TO DRY-RUN-COUNT(CHANNEL-FOUND-IX)
                   ADD 1 TO DRY-RUN-COUNT(ALL-CHANNELS-IX)
               WHEN OTHER
                   PERFORM TABLE-APPLICATION
           END-EVALUATE
           .

      * A later run for the same account/sequence is the same
      * application tried again - it takes over the channel,
      * product and verdict.
       TABLE-APPLICATION.
           MOVE AU-REQUESTED-PRODUCT TO THIS-PRODUCT
           IF THIS-PRODUCT = SPACES
               MOVE 'STD ' TO THIS-PRODUCT
           END-IF

           PERFORM FIND-APPLICATION

           IF APPLICATION-FOUND-IX = 0
               IF APPLICATION-COUNT < 10000
                   ADD 1 TO APPLICATION-COUNT
                   MOVE APPLICATION-COUNT TO APPLICATION-FOUND-IX
                   MOVE AU-CUST-NO
                       TO AE-CUST-NO(APPLICATION-FOUND-IX)
                   MOVE AU-APPL-SEQ-NO
                       TO AE-APPL-SEQ-NO(APPLICATION-FOUND-IX)
               ELSE
                   MOVE 'Y' TO APPLICATION-TABLE-FULL
                   ADD 1 TO APPLICATIONS-NOT-TABLED
               END-IF
           END-IF

           IF APPLICATION-FOUND-IX > 0
               MOVE THIS-CHANNEL TO AE-CHANNEL(APPLICATION-FOUND-IX)
               MOVE THIS-PRODUCT TO AE-PRODUCT(APPLICATION-FOUND-IX)
               IF AU-APPLICATION-RESULT = 'SUCCESS'
                   MOVE 'Y' TO AE-APPROVED(APPLICATION-FOUND-IX)
               ELSE
                   MOVE 'N' TO AE-APPROVED(APPLICATION-FOUND-IX)
               END-IF
           END-IF
           .

       FIND-APPLICATION.
           MOVE 0 TO APPLICATION-FOUND-IX
           PERFORM MATCH-ONE-APPLICATION
               VARYING APPLICATION-IX FROM 1 BY 1
               UNTIL APPLICATION-IX > APPLICATION-COUNT
                  OR APPLICATION-FOUND-IX > 0
           .

       MATCH-ONE-APPLICATION.
           IF AE-CUST-NO(APPLICATION-IX) = AU-CUST-NO
              AND AE-APPL-SEQ-NO(APPLICATION-IX) = AU-APPL-SEQ-NO
               MOVE APPLICATION-IX TO APPLICATION-FOUND-IX
           END-IF
           .

       FIND-CHANNEL.
           MOVE 0 TO CHANNEL-FOUND-IX
           PERFORM MATCH-ONE-CHANNEL
               VARYING CHANNEL-IX FROM 1 BY 1
               UNTIL CHANNEL-IX > CHANNEL-COUNT
                  OR CHANNEL-FOUND-IX > 0

           IF CHANNEL-FOUND-IX = 0
               IF CHANNEL-COUNT < 11
                   ADD 1 TO CHANNEL-COUNT
                   MOVE THIS-CHANNEL TO CHANNEL-NAME(CHANNEL-COUNT)
               ELSE
                   MOVE 12 TO CHANNEL-COUNT
                   MOVE 'OTHER   ' TO CHANNEL-NAME(CHANNEL-COUNT)
               END-IF
               MOVE CHANNEL-COUNT TO CHANNEL-FOUND-IX
           END-IF
           .

       MATCH-ONE-CHANNEL.
           IF CHANNEL-NAME(CHANNEL-IX) = THIS-CHANNEL
               MOVE CHANNEL-IX TO CHANNEL-FOUND-IX
           END-IF
           .

       FIND-PRODUCT.
           MOVE 0 TO PRODUCT-FOUND-IX
           PERFORM MATCH-ONE-PRODUCT
               VARYING PRODUCT-IX FROM 1 BY 1
               UNTIL PRODUCT-IX > PRODUCT-COUNT
                  OR PRODUCT-FOUND-IX > 0

           IF PRODUCT-FOUND-IX = 0
               IF PRODUCT-COUNT < 9
                   ADD 1 TO PRODUCT-COUNT
                   MOVE THIS-PRODUCT TO PRODUCT-NAME(PRODUCT-COUNT)
               ELSE
                   MOVE 10 TO PRODUCT-COUNT
                   MOVE 'OTHR' TO PRODUCT-NAME(PRODUCT-COUNT)
               END-IF
               MOVE PRODUCT-COUNT TO PRODUCT-FOUND-IX
           END-IF
           .

       MATCH-ONE-PRODUCT.
           IF PRODUCT-NAME(PRODUCT-IX) = THIS-PRODUCT
               MOVE PRODUCT-IX TO PRODUCT-FOUND-IX
           END-IF
           .

      ******************************************************************
      * Following one application down the funnel - the card master
      * for the card, the ledger for its first use.
      ******************************************************************
       FOLLOW-ONE-APPLICATION.
           MOVE 1 TO STAGE-REACHED
           IF AE-APPROVED(APPLICATION-IX) = 'Y'
               MOVE 2 TO STAGE-REACHED
           END-IF

           MOVE AE-CUST-NO(APPLICATION-IX)     TO CD-CUST-NO
           MOVE AE-APPL-SEQ-NO(APPLICATION-IX) TO CD-APPL-SEQ-NO
           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDMAS-STATUS = '00'
              AND CD-CARD-NUMBER NOT = SPACES
               MOVE 3 TO STAGE-REACHED
               IF CD-MAIL-DATE NOT = SPACES
                   MOVE 4 TO STAGE-REACHED
                   IF CD-ACTIVATION-DATE NOT = SPACES
                       MOVE 5 TO STAGE-REACHED
                       PERFORM LOOK-FOR-FIRST-USE
                   END-IF
               END-IF
           END-IF

           MOVE AE-CHANNEL(APPLICATION-IX) TO THIS-CHANNEL
           PERFORM FIND-CHANNEL
           MOVE AE-PRODUCT(APPLICATION-IX) TO THIS-PRODUCT
           PERFORM FIND-PRODUCT

           PERFORM COUNT-ONE-STAGE
               VARYING STAGE-IX FROM 1 BY 1
               UNTIL STAGE-IX > STAGE-REACHED
           .

       LOOK-FOR-FIRST-USE.
           MOVE 'N' TO END-OF-CARD-LEDGER
           MOVE CD-CARD-KEY TO LG-CARD-KEY
           MOVE LOW-VALUES  TO LG-POST-DATE
           MOVE 0           TO LG-POST-SEQ

           START CARDLDG KEY >= LG-LEDGER-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-CARD-LEDGER
           END-START

           PERFORM CHECK-ONE-LEDGER-ROW
               UNTIL END-OF-CARD-LEDGER = 'Y'
           .

       CHECK-ONE-LEDGER-ROW.
           READ CARDLDG NEXT
               AT END
                   MOVE 'Y' TO END-OF-CARD-LEDGER
           END-READ

           IF END-OF-CARD-LEDGER = 'N'
               IF CARDLDG-STATUS NOT = '00'
                  OR LG-CARD-KEY NOT = CD-CARD-KEY
                   MOVE 'Y' TO END-OF-CARD-LEDGER
               ELSE
                   IF LG-TRAN-TYPE = 'PURCHASE'
                      OR LG-TRAN-TYPE = 'CASHADV '
                      OR LG-TRAN-TYPE = 'BALXFER '
                       MOVE 6 TO STAGE-REACHED
                       MOVE 'Y' TO END-OF-CARD-LEDGER
                   END-IF
               END-IF
           END-IF
           .

       COUNT-ONE-STAGE.
           ADD 1 TO STAGE-COUNT(CHANNEL-FOUND-IX, PRODUCT-FOUND-IX,
                                STAGE-IX)
           ADD 1 TO STAGE-COUNT(CHANNEL-FOUND-IX, ALL-PRODUCTS-IX,
                                STAGE-IX)
           ADD 1 TO STAGE-COUNT(ALL-CHANNELS-IX, PRODUCT-FOUND-IX,
                                STAGE-IX)
           ADD 1 TO STAGE-COUNT(ALL-CHANNELS-IX, ALL-PRODUCTS-IX,
                                STAGE-IX)
           .

      ******************************************************************
      * The report - a block per channel, then all channels.
      ******************************************************************
       PRINT-FUNNEL-REPORT.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'APPLICATION FUNNEL FOR RUNS ' WINDOW-FROM
                  ' TO ' WINDOW-TO ' AT ' RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM PRINT-ONE-CHANNEL
               VARYING CHANNEL-IX FROM 1 BY 1
               UNTIL CHANNEL-IX > CHANNEL-COUNT

           MOVE ALL-CHANNELS-IX TO CHANNEL-IX
           PERFORM PRINT-ONE-CHANNEL
           .

      * A channel seen only on dry runs has no block of its own.
       PRINT-ONE-CHANNEL.
           IF STAGE-COUNT(CHANNEL-IX, ALL-PRODUCTS-IX, 1) > 0
               PERFORM PRINT-CHANNEL-BLOCK
           END-IF
           .

       PRINT-CHANNEL-BLOCK.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CHANNEL ' CHANNEL-NAME(CHANNEL-IX)
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO COUNT-LINE
           MOVE 'PROD' TO CL-PRODUCT
           PERFORM SET-ONE-STAGE-HEADING
               VARYING STAGE-IX FROM 1 BY 1
               UNTIL STAGE-IX > 6
           DISPLAY COUNT-LINE

           PERFORM PRINT-ONE-PRODUCT
               VARYING PRODUCT-IX FROM 1 BY 1
               UNTIL PRODUCT-IX > PRODUCT-COUNT

           MOVE ALL-PRODUCTS-IX TO PRODUCT-IX
           PERFORM PRINT-ONE-PRODUCT
           .

       SET-ONE-STAGE-HEADING.
           MOVE STAGE-NAME(STAGE-IX)(2:7) TO CL-VALUE(STAGE-IX)
           .

      * Three lines per product: how many reached each stage, what
      * share of the stage before got there, and how many stopped.
       PRINT-ONE-PRODUCT.
           IF STAGE-COUNT(CHANNEL-IX, PRODUCT-IX, 1) > 0
               MOVE SPACES TO COUNT-LINE
               MOVE PRODUCT-NAME(PRODUCT-IX) TO CL-PRODUCT
               MOVE 'COUNT  ' TO CL-LABEL
               PERFORM SET-ONE-STAGE-COUNT
                   VARYING STAGE-IX FROM 1 BY 1
                   UNTIL STAGE-IX > 6
               DISPLAY COUNT-LINE

               MOVE SPACES TO COUNT-LINE
               MOVE 'CONV % ' TO CL-LABEL
               PERFORM SET-ONE-STAGE-PERCENT
                   VARYING STAGE-IX FROM 2 BY 1
                   UNTIL STAGE-IX > 6
               DISPLAY COUNT-LINE

               MOVE SPACES TO COUNT-LINE
               MOVE 'DROPPED' TO CL-LABEL
               PERFORM SET-ONE-STAGE-DROPPED
                   VARYING STAGE-IX FROM 2 BY 1
                   UNTIL STAGE-IX > 6
               DISPLAY COUNT-LINE
           END-IF
           .

       SET-ONE-STAGE-COUNT.
           MOVE STAGE-COUNT(CHANNEL-IX, PRODUCT-IX, STAGE-IX)
               TO COUNT-EDIT
           MOVE COUNT-EDIT TO CL-VALUE(STAGE-IX)
           .

       SET-ONE-STAGE-PERCENT.
           COMPUTE PRIOR-STAGE-IX = STAGE-IX - 1
           MOVE 0 TO PERCENT-WORK
           IF STAGE-COUNT(CHANNEL-IX, PRODUCT-IX, PRIOR-STAGE-IX) > 0
               COMPUTE PERCENT-WORK ROUNDED =
                   STAGE-COUNT(CHANNEL-IX, PRODUCT-IX, STAGE-IX)
                   * 100
                   / STAGE-COUNT(CHANNEL-IX, PRODUCT-IX,
                                 PRIOR-STAGE-IX)
           END-IF
           MOVE PERCENT-WORK TO PERCENT-EDIT
           MOVE SPACES TO CL-VALUE(STAGE-IX)
           STRING '   ' PERCENT-EDIT '%'
               DELIMITED BY SIZE INTO CL-VALUE(STAGE-IX)
           .

       SET-ONE-STAGE-DROPPED.
           COMPUTE PRIOR-STAGE-IX = STAGE-IX - 1
           COMPUTE DROPPED-WORK =
               STAGE-COUNT(CHANNEL-IX, PRODUCT-IX, PRIOR-STAGE-IX)
             - STAGE-COUNT(CHANNEL-IX, PRODUCT-IX, STAGE-IX)
           MOVE DROPPED-WORK TO COUNT-EDIT
           MOVE COUNT-EDIT TO CL-VALUE(STAGE-IX)
           .

       PRINT-FUNNEL-SUMMARY.
           DISPLAY '=============================================='
           DISPLAY 'DRY RUNS - NOT FOLLOWED:'
           PERFORM PRINT-ONE-DRY-RUN-COUNT
               VARYING CHANNEL-IX FROM 1 BY 1
               UNTIL CHANNEL-IX > CHANNEL-COUNT

           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'AUDIT RECORDS READ:      ' AUDIT-ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PIPELINE RUNS:           ' PIPELINE-RUNS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RUNS OUTSIDE WINDOW:     ' RUNS-OUTSIDE-WINDOW
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DRY RUNS:                ' DRY-RUNS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE APPLICATION-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING 'APPLICATIONS FOLLOWED:   ' COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'APPLICATIONS NOT TABLED: ' APPLICATIONS-NOT-TABLED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       PRINT-ONE-DRY-RUN-COUNT.
           IF DRY-RUN-COUNT(CHANNEL-IX) > 0
               MOVE SPACES TO REPORT-LINE
               STRING '  ' CHANNEL-NAME(CHANNEL-IX) ' '
                      DRY-RUN-COUNT(CHANNEL-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE AUDIT-ROWS-READ TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSFUNNEL'.
