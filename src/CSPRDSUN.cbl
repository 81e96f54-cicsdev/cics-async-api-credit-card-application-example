       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
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
      *  CSPRDSUN
      *
      * Batch product-sunset migration. A product whose PD-SUNSET-
      * DATE has arrived (see copy/PRODCAT.cpy) stops being offered
      * to new applicants, but the cardholders already on it stay
      * there until somebody moves them. This job moves the whole
      * affected book:
      *
      *   - the PRODCAT catalog is read for every product whose
      *     sunset date is on or before the run date;
      *   - every approved CSCACHE position still on one of those
      *     products is handed to the CPCH product change (see
      *     src/CSPRDCHG.cbl) with no product named, so it moves to
      *     the best active product the cardholder qualifies for -
      *     eligibility, repricing, terms version and the reissued
      *     plastic all exactly as an operator-keyed change.
      *
      * CPCH is reached the way CSOVNT.cbl reaches ASYNCPNT - a DPL
      * LINK through the External CICS Interface, over this job's
      * own named channel, with the input line in the PRDCHGIN
      * container and the answer back in PRDCHGOUT. Every position
      * is listed on SYSOUT with CPCH's answer, and the run ends with
      * the totals. A position CPCH refuses (no qualifying product,
      * range empty) stays where it is and is picked up again by the
      * next run.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPRDSUN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PRODCAT ASSIGN TO PRODCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PD-PRODUCT-CODE
                  FILE STATUS IS PRODCAT-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  PRODCAT.
           COPY PRODCAT.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSPRDSUN'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSPRDSUN'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 PRODCAT-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-PRODCAT           PIC X(1) VALUE 'N'.
       1 END-OF-CSCACHE           PIC X(1) VALUE 'N'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.

      * Products past their sunset date - a catalog holds a handful
      * of products, so the table is generous.
       1 SUNSET-COUNT             PIC S9(4) COMP VALUE 0.
       1 SUNSET-IX                PIC S9(4) COMP VALUE 0.
       1 ON-SUNSET-PRODUCT        PIC X(1) VALUE 'N'.
       1 SUNSET-TABLE.
         2 SUNSET-PRODUCT OCCURS 50 PIC X(4).

      * Channel interface to CPCH - the input line it would have
      * received from a terminal, and its answer.
       1 CHANGE-REQUEST.
         2 PC-TRANID              PIC X(4) VALUE 'CPCH'.
         2 FILLER                 PIC X(1) VALUE SPACE.
         2 PC-ACCOUNT             PIC X(8).
         2 FILLER                 PIC X(1) VALUE SPACE.
         2 PC-SEQ                 PIC 9(1).
         2 FILLER                 PIC X(1) VALUE SPACE.
         2 PC-PRODUCT             PIC X(4) VALUE SPACES.
       1 CHANGE-ANSWER            PIC X(80) VALUE SPACES.

       1 SUNSET-CHANNEL           PIC X(16) VALUE 'SUNSETCHANNEL   '.
       1 PRDCHG-PROG              PIC X(8)  VALUE 'CSPRDCHG'.

       1 COMMAND-RESP             PIC S9(8) COMP.
       1 COMMAND-RESP2            PIC S9(8) COMP.
       1 LINK-FAILED              PIC X(1) VALUE 'N'.
       1 RESP-DISPLAY             PIC -9(8).
       1 RESP2-DISPLAY            PIC -9(8).

       1 SUNSET-TOTALS.
         2 PRODUCTS-SUNSET        PIC 9(3) VALUE 0.
         2 POSITIONS-READ         PIC 9(7) VALUE 0.
         2 POSITIONS-AFFECTED     PIC 9(7) VALUE 0.
         2 POSITIONS-MOVED        PIC 9(7) VALUE 0.
         2 POSITIONS-REFUSED      PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(100).
       1 LINK-ERROR-LINE          PIC X(60).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM COLLECT-SUNSET-PRODUCTS

           IF SUNSET-COUNT > 0
               OPEN INPUT CSCACHE

               PERFORM READ-NEXT-CSCACHE-ROW
               PERFORM MIGRATE-IF-SUNSET
                   UNTIL END-OF-CSCACHE = 'Y'

               CLOSE CSCACHE
           END-IF

           PERFORM PRINT-SUNSET-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

      * Every product past its sunset date, whatever its active flag
      * says - a product switched off early is still one nobody
      * should be left holding once its date comes.
       COLLECT-SUNSET-PRODUCTS.
           OPEN INPUT PRODCAT

           IF PRODCAT-STATUS = '00'
               PERFORM READ-NEXT-PRODCAT-ROW
               PERFORM NOTE-IF-SUNSET
                   UNTIL END-OF-PRODCAT = 'Y'
               CLOSE PRODCAT
           END-IF
           .

       READ-NEXT-PRODCAT-ROW.
           READ PRODCAT NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-PRODCAT
           END-READ
           .

       NOTE-IF-SUNSET.
           IF PD-SUNSET-DATE NOT = SPACES
              AND PD-SUNSET-DATE NOT > RUN-DATE
              AND SUNSET-COUNT < 50
               ADD 1 TO SUNSET-COUNT
               ADD 1 TO PRODUCTS-SUNSET
               MOVE PD-PRODUCT-CODE TO SUNSET-PRODUCT (SUNSET-COUNT)
               MOVE SPACES TO REPORT-LINE
               STRING 'PRODUCT ' PD-PRODUCT-CODE ' ' PD-PRODUCT-NAME
                      ' SUNSET ' PD-SUNSET-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF

           PERFORM READ-NEXT-PRODCAT-ROW
           .

       READ-NEXT-CSCACHE-ROW.
           READ CSCACHE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CSCACHE
           END-READ
           .

       MIGRATE-IF-SUNSET.
           ADD 1 TO POSITIONS-READ

           MOVE 'N' TO ON-SUNSET-PRODUCT
           MOVE 0   TO SUNSET-IX
           IF CC-DECISION = 'APPROVE '
              AND CC-PRODUCT-CODE NOT = SPACES
               PERFORM MATCH-SUNSET-PRODUCT
                   UNTIL SUNSET-IX NOT < SUNSET-COUNT
                      OR ON-SUNSET-PRODUCT = 'Y'
           END-IF

           IF ON-SUNSET-PRODUCT = 'Y'
               ADD 1 TO POSITIONS-AFFECTED
               PERFORM CHANGE-ONE-POSITION
           END-IF

           PERFORM READ-NEXT-CSCACHE-ROW
           .

       MATCH-SUNSET-PRODUCT.
           ADD 1 TO SUNSET-IX
           IF CC-PRODUCT-CODE = SUNSET-PRODUCT (SUNSET-IX)
               MOVE 'Y' TO ON-SUNSET-PRODUCT
           END-IF
           .

      * CPCH does the whole change its own way; this job only counts
      * and lists what it answered.
       CHANGE-ONE-POSITION.
           MOVE 'N'            TO LINK-FAILED
           MOVE CC-CUST-NO     TO PC-ACCOUNT
           MOVE CC-APPL-SEQ-NO TO PC-SEQ
           MOVE SPACES         TO CHANGE-ANSWER

           EXEC CICS PUT CONTAINER ('PRDCHGIN')
                           FROM    (CHANGE-REQUEST)
                           CHANNEL (SUNSET-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM CHECK-LINK-RESULT

           EXEC CICS LINK PROGRAM (PRDCHG-PROG)
                          CHANNEL (SUNSET-CHANNEL)
                          RESP    (COMMAND-RESP)
                          RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM CHECK-LINK-RESULT

           IF LINK-FAILED = 'N'
               EXEC CICS GET CONTAINER ('PRDCHGOUT')
                               INTO    (CHANGE-ANSWER)
                               CHANNEL (SUNSET-CHANNEL)
                               RESP    (COMMAND-RESP)
                               RESP2   (COMMAND-RESP2)
               END-EXEC
               PERFORM CHECK-LINK-RESULT
           END-IF

           IF CHANGE-ANSWER(1:13) = 'CPCH: CHANGED'
               ADD 1 TO POSITIONS-MOVED
           ELSE
               ADD 1 TO POSITIONS-REFUSED
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING CC-CUST-NO ' ' CC-APPL-SEQ-NO ' ' CC-PRODUCT-CODE
                  ' ' CHANGE-ANSWER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * A failed LINK/GET is not worth retrying - the position is
      * noted to SYSOUT, counted as refused and left for the next
      * run, the same fail-open handling as CSCPURGE.cbl.
       CHECK-LINK-RESULT.
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO LINK-FAILED
               MOVE COMMAND-RESP  TO RESP-DISPLAY
               MOVE COMMAND-RESP2 TO RESP2-DISPLAY
               MOVE SPACES TO LINK-ERROR-LINE
               STRING 'CSPRDSUN LINK FAILED RESP=' RESP-DISPLAY
                      ' RESP2=' RESP2-DISPLAY
                      DELIMITED BY SIZE INTO LINK-ERROR-LINE
               DISPLAY LINK-ERROR-LINE
           END-IF
           .

       PRINT-SUNSET-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'PRODUCTS PAST SUNSET:  ' PRODUCTS-SUNSET
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CSCACHE ROWS READ:     ' POSITIONS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITIONS AFFECTED:    ' POSITIONS-AFFECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITIONS MOVED:       ' POSITIONS-MOVED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITIONS NOT MOVED:   ' POSITIONS-REFUSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE POSITIONS-READ TO RUN-LOG-READ
           MOVE SUNSET-COUNT TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSPRDSUN'.
