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
      *  CSWIPAGE
      *
      * Daily work-in-progress aging report across every manual
      * queue. Each queue has its own screen - UNDW/UNDS for
      * REVIEWQ, DOCR for DOCQUEUE, FRDC for FRAUDCAS, APPE for
      * APPEALS, DSPT for DISPUTES, SDEP for DEPTRACK, and the
      * CSRETRY re-drive for PENDRTRY - but none of them shows the
      * whole backlog. This job reads every open item on all seven:
      *
      *   REVIEWQ   PENDING since RQ-QUEUED-DATE, RQ-UNDERWRITER-ID
      *   DOCQUEUE  PENDING since DQ-QUEUED-DATE, DQ-CLERK-ID
      *   FRAUDCAS  OPEN since FC-REFER-DATE, FC-ANALYST-ID
      *   APPEALS   OPEN since AP-LOGGED-DATE, AP-REVIEWER-ID
      *   DISPUTES  OPEN since DS-OPENED-DATE, DS-OPENED-BY
      *   DEPTRACK  OFFERED since DT-OFFER-DATE, DT-CONFIRMED-BY
      *   PENDRTRY  every row, since PR-QUEUED-DATE - owned by the
      *             CSRETRY job itself
      *
      * and ages it in business days off the BUSCAL calendar - days
      * strictly after the item was opened, up to and including
      * today, the way CSRETRY and CSCPURGE count (see
      * copy/BUSCAL.cpy). An unloaded calendar cannot age anything,
      * so the run says so and ends with RETURN-CODE 8 rather than
      * report every item as new.
      *
      * Each queue is held to its own service level off QUEUESLA
      * (see copy/QUEUESLA.cpy) and every item is bucketed against
      * it: ON TIME, DUE (at or past the warning point), OVER (past
      * the service level) and WELL OVER (past twice it). The report
      * on SYSOUT gives the bucket totals per queue and overall, and
      * names the queue's oldest items - account, customer name,
      * age and the operator the item sits with (UNASSGND where
      * nobody has picked it up).
      *
      * A queue with anything OVER is raised on the ALERTS file the
      * ALRT service keeps (see copy/ALERTS.cpy and
      * src/CSALERTS.cbl) under its own WIP condition id, so it
      * shows on ALRT LST for the handover shift and is acked the
      * same way; the next run clears it once the queue is back
      * inside its service level.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSWIPAGE.jcl. Schedule daily.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSWIPAGE.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT REVIEWQ ASSIGN TO REVIEWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RQ-REVIEW-KEY
                  FILE STATUS IS REVIEWQ-STATUS.

           SELECT DOCQUEUE ASSIGN TO DOCQUEUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DQ-DOC-KEY
                  FILE STATUS IS DOCQUEUE-STATUS.

           SELECT FRAUDCAS ASSIGN TO FRAUDCAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FC-CASE-KEY
                  FILE STATUS IS FRAUDCAS-STATUS.

           SELECT APPEALS ASSIGN TO APPEALS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AP-APPEAL-KEY
                  FILE STATUS IS APPEALS-STATUS.

           SELECT DISPUTES ASSIGN TO DISPUTES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DS-DISPUTE-KEY
                  FILE STATUS IS DISPUTES-STATUS.

           SELECT DEPTRACK ASSIGN TO DEPTRACK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DT-DEPOSIT-KEY
                  FILE STATUS IS DEPTRACK-STATUS.

           SELECT PENDRTRY ASSIGN TO PENDRTRY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PR-RETRY-KEY
                  FILE STATUS IS PENDRTRY-STATUS.

           SELECT QUEUESLA ASSIGN TO QUEUESLA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS QS-QUEUE-ID
                  FILE STATUS IS QUEUESLA-STATUS.

           SELECT BUSCAL ASSIGN TO BUSCAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BC-DATE
                  FILE STATUS IS BUSCAL-STATUS.

           SELECT CUSTMAS ASSIGN TO CUSTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUST-NO
                  FILE STATUS IS CUSTMAS-STATUS.

           SELECT ALERTS ASSIGN TO ALERTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AT-CONDITION-ID
                  FILE STATUS IS ALERTS-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  REVIEWQ.
           COPY REVIEWQ.

        FD  DOCQUEUE.
           COPY DOCQUEUE.

        FD  FRAUDCAS.
           COPY FRAUDCAS.

        FD  APPEALS.
           COPY APPEALS.

        FD  DISPUTES.
           COPY DISPUTES.

        FD  DEPTRACK.
           COPY DEPTRACK.

        FD  PENDRTRY.
           COPY PENDRTRY.

        FD  QUEUESLA.
           COPY QUEUESLA.

        FD  BUSCAL.
           COPY BUSCAL.

        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  ALERTS.
           COPY ALERTS.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSWIPAGE'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSWIPAGE'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 REVIEWQ-STATUS            PIC X(2) VALUE '00'.
       1 DOCQUEUE-STATUS           PIC X(2) VALUE '00'.
       1 FRAUDCAS-STATUS           PIC X(2) VALUE '00'.
       1 APPEALS-STATUS            PIC X(2) VALUE '00'.
       1 DISPUTES-STATUS           PIC X(2) VALUE '00'.
       1 DEPTRACK-STATUS           PIC X(2) VALUE '00'.
       1 PENDRTRY-STATUS           PIC X(2) VALUE '00'.
       1 QUEUESLA-STATUS           PIC X(2) VALUE '00'.
       1 BUSCAL-STATUS             PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS            PIC X(2) VALUE '00'.
       1 ALERTS-STATUS             PIC X(2) VALUE '00'.
       1 END-OF-QUEUE              PIC X(1) VALUE 'N'.
       1 END-OF-CALENDAR           PIC X(1) VALUE 'N'.
       1 CALENDAR-LOADED           PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8) VALUE SPACES.
       1 RUN-TIME                  PIC X(8) VALUE SPACES.

      * Field-level PII protection - see src/CSCRYPT.cbl.
       1 CRYPT-DECRYPT             PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN           PIC S9(4) COMP VALUE 0.

      * The seven queues, in report order, each with the ALERTS
      * condition id it is raised under.
       1 QUEUE-NAMES.
         2 FILLER PIC X(16) VALUE 'REVIEWQ WIPREVQ '.
         2 FILLER PIC X(16) VALUE 'DOCQUEUEWIPDOCQ '.
         2 FILLER PIC X(16) VALUE 'FRAUDCASWIPFRAUD'.
         2 FILLER PIC X(16) VALUE 'APPEALS WIPAPPL '.
         2 FILLER PIC X(16) VALUE 'DISPUTESWIPDISP '.
         2 FILLER PIC X(16) VALUE 'DEPTRACKWIPDEPT '.
         2 FILLER PIC X(16) VALUE 'PENDRTRYWIPRTRY '.
       1 QUEUE-NAME-TABLE REDEFINES QUEUE-NAMES.
         2 QUEUE-NAME-ENTRY        OCCURS 7.
           3 QN-QUEUE-ID           PIC X(8).
           3 QN-ALERT-ID           PIC X(8).

      * Service level and bucket totals per queue.
       1 QUEUE-TABLE.
         2 QUEUE-ENTRY             OCCURS 7.
           3 QT-QUEUE-NAME         PIC X(20).
           3 QT-SLA-DAYS           PIC 9(3).
           3 QT-WARN-DAYS          PIC 9(3).
           3 QT-OLDEST-SHOWN       PIC 9(2).
           3 QT-OPEN-ITEMS         PIC 9(7).
           3 QT-ON-TIME            PIC 9(7).
           3 QT-DUE                PIC 9(7).
           3 QT-OVER               PIC 9(7).
           3 QT-WELL-OVER          PIC 9(7).
           3 QT-UNASSIGNED         PIC 9(7).
           3 QT-OLDEST-AGE         PIC 9(5).
       1 QUEUE-IX                  PIC S9(4) COMP VALUE 0.

      * Defaults for a queue with no QUEUESLA row.
       1 DEFAULT-SLA-DAYS          PIC 9(3) VALUE 5.
       1 DEFAULT-WARN-DAYS         PIC 9(3) VALUE 3.
       1 DEFAULT-OLDEST-SHOWN      PIC 9(2) VALUE 5.

      * The oldest items per queue, oldest first - at most ten
      * named per queue however QUEUESLA is set.
       1 OLDEST-TABLE.
         2 OLDEST-QUEUE            OCCURS 7.
           3 OLDEST-COUNT          PIC S9(4) COMP.
           3 OLDEST-ENTRY          OCCURS 10.
             4 OE-CUST-NO          PIC X(8).
             4 OE-APPL-SEQ-NO      PIC 9(1).
             4 OE-OPENED-DATE      PIC X(8).
             4 OE-AGE              PIC 9(5).
             4 OE-OPERATOR         PIC X(8).
       1 OLDEST-IX                 PIC S9(4) COMP VALUE 0.
       1 OLDEST-PREV-IX            PIC S9(4) COMP VALUE 0.
       1 OLDEST-SWAP.
         2 OS-CUST-NO              PIC X(8).
         2 OS-APPL-SEQ-NO          PIC 9(1).
         2 OS-OPENED-DATE          PIC X(8).
         2 OS-AGE                  PIC 9(5).
         2 OS-OPERATOR             PIC X(8).

      * The open item in hand, whichever queue it came off.
       1 ITEM-CUST-NO              PIC X(8) VALUE SPACES.
       1 ITEM-APPL-SEQ-NO          PIC 9(1) VALUE 0.
       1 ITEM-OPENED-DATE          PIC X(8) VALUE SPACES.
       1 ITEM-OPERATOR             PIC X(8) VALUE SPACES.
       1 ITEM-AGE-BDAYS            PIC S9(8) COMP VALUE 0.
       1 ITEM-AGE                  PIC 9(5) VALUE 0.
       1 WELL-OVER-DAYS            PIC 9(5) VALUE 0.

       1 WIP-TOTALS.
         2 TOTAL-OPEN-ITEMS        PIC 9(7) VALUE 0.
         2 TOTAL-ON-TIME           PIC 9(7) VALUE 0.
         2 TOTAL-DUE               PIC 9(7) VALUE 0.
         2 TOTAL-OVER              PIC 9(7) VALUE 0.
         2 TOTAL-WELL-OVER         PIC 9(7) VALUE 0.
         2 ALERTS-RAISED           PIC 9(5) VALUE 0.
         2 ALERTS-CLEARED          PIC 9(5) VALUE 0.

      * ALERTS settlement scratch - the same rules the ALRT service
      * applies to its own conditions.
       1 CONDITION-TRIPPED         PIC X(1) VALUE 'N'.
       1 SEVERITY-WORK             PIC X(1) VALUE 'W'.
       1 DETAIL-WORK               PIC X(40) VALUE SPACES.
       1 PAST-SLA-COUNT            PIC 9(7) VALUE 0.

       1 CUSTOMER-NAME-SHOWN       PIC X(30) VALUE SPACES.

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM CHECK-CALENDAR-LOADED
           IF CALENDAR-LOADED = 'N'
               DISPLAY 'WIP AGING NOT RUN - BUSCAL CALENDAR NOT LOADED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           PERFORM READ-SERVICE-LEVELS

           MOVE 1 TO QUEUE-IX
           PERFORM AGE-REVIEW-QUEUE
           MOVE 2 TO QUEUE-IX
           PERFORM AGE-DOCUMENT-QUEUE
           MOVE 3 TO QUEUE-IX
           PERFORM AGE-FRAUD-CASES
           MOVE 4 TO QUEUE-IX
           PERFORM AGE-APPEALS
           MOVE 5 TO QUEUE-IX
           PERFORM AGE-DISPUTES
           MOVE 6 TO QUEUE-IX
           PERFORM AGE-DEPOSIT-OFFERS
           MOVE 7 TO QUEUE-IX
           PERFORM AGE-RETRY-QUEUE

           CLOSE BUSCAL

           PERFORM PRINT-WIP-REPORT

           OPEN I-O ALERTS
           PERFORM SETTLE-QUEUE-ALERT
               VARYING QUEUE-IX FROM 1 BY 1
               UNTIL QUEUE-IX > 7
           CLOSE ALERTS

           PERFORM PRINT-WIP-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
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

      * A queue with no QUEUESLA row, or a zero figure on it, keeps
      * the default for that figure.
       READ-SERVICE-LEVELS.
           OPEN INPUT QUEUESLA

           PERFORM READ-ONE-SERVICE-LEVEL
               VARYING QUEUE-IX FROM 1 BY 1
               UNTIL QUEUE-IX > 7

           IF QUEUESLA-STATUS NOT = '35'
               CLOSE QUEUESLA
           END-IF
           .

       READ-ONE-SERVICE-LEVEL.
           MOVE QN-QUEUE-ID(QUEUE-IX)  TO QT-QUEUE-NAME(QUEUE-IX)
           MOVE DEFAULT-SLA-DAYS       TO QT-SLA-DAYS(QUEUE-IX)
           MOVE DEFAULT-WARN-DAYS      TO QT-WARN-DAYS(QUEUE-IX)
           MOVE DEFAULT-OLDEST-SHOWN   TO QT-OLDEST-SHOWN(QUEUE-IX)
           MOVE 0 TO QT-OPEN-ITEMS(QUEUE-IX)
           MOVE 0 TO QT-ON-TIME(QUEUE-IX)
           MOVE 0 TO QT-DUE(QUEUE-IX)
           MOVE 0 TO QT-OVER(QUEUE-IX)
           MOVE 0 TO QT-WELL-OVER(QUEUE-IX)
           MOVE 0 TO QT-UNASSIGNED(QUEUE-IX)
           MOVE 0 TO QT-OLDEST-AGE(QUEUE-IX)
           MOVE 0 TO OLDEST-COUNT(QUEUE-IX)

           MOVE QN-QUEUE-ID(QUEUE-IX) TO QS-QUEUE-ID
           READ QUEUESLA
               KEY IS QS-QUEUE-ID
               INVALID KEY
                   CONTINUE
           END-READ

           IF QUEUESLA-STATUS = '00'
               IF QS-QUEUE-NAME NOT = SPACES
                   MOVE QS-QUEUE-NAME TO QT-QUEUE-NAME(QUEUE-IX)
               END-IF
               IF QS-SLA-DAYS IS NUMERIC AND QS-SLA-DAYS > 0
                   MOVE QS-SLA-DAYS TO QT-SLA-DAYS(QUEUE-IX)
               END-IF
               IF QS-WARN-DAYS IS NUMERIC AND QS-WARN-DAYS > 0
                   MOVE QS-WARN-DAYS TO QT-WARN-DAYS(QUEUE-IX)
               END-IF
               IF QS-OLDEST-SHOWN IS NUMERIC AND QS-OLDEST-SHOWN > 0
                   MOVE QS-OLDEST-SHOWN TO QT-OLDEST-SHOWN(QUEUE-IX)
               END-IF
           END-IF

           IF QT-OLDEST-SHOWN(QUEUE-IX) > 10
               MOVE 10 TO QT-OLDEST-SHOWN(QUEUE-IX)
           END-IF
           .

      ******************************************************************
      * One pass per queue. Each picks out its open items and hands
      * them to AGE-OPEN-ITEM in the common ITEM- fields. A queue
      * file that is not there counts as empty.
      ******************************************************************
       AGE-REVIEW-QUEUE.
           MOVE 'N' TO END-OF-QUEUE
           OPEN INPUT REVIEWQ

           IF REVIEWQ-STATUS = '00'
               PERFORM READ-NEXT-REVIEW-ROW
               PERFORM AGE-ONE-REVIEW-ROW
                   UNTIL END-OF-QUEUE = 'Y'

               CLOSE REVIEWQ
           END-IF
           .

       READ-NEXT-REVIEW-ROW.
           READ REVIEWQ NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-QUEUE
           END-READ
           .

       AGE-ONE-REVIEW-ROW.
           IF RQ-QUEUE-STATUS = 'PENDING '
               MOVE RQ-CUST-NO        TO ITEM-CUST-NO
               MOVE RQ-APPL-SEQ-NO    TO ITEM-APPL-SEQ-NO
               MOVE RQ-QUEUED-DATE    TO ITEM-OPENED-DATE
               MOVE RQ-UNDERWRITER-ID TO ITEM-OPERATOR
               PERFORM AGE-OPEN-ITEM
           END-IF

           PERFORM READ-NEXT-REVIEW-ROW
           .

       AGE-DOCUMENT-QUEUE.
           MOVE 'N' TO END-OF-QUEUE
           OPEN INPUT DOCQUEUE

           IF DOCQUEUE-STATUS = '00'
               PERFORM READ-NEXT-DOCUMENT-ROW
               PERFORM AGE-ONE-DOCUMENT-ROW
                   UNTIL END-OF-QUEUE = 'Y'

               CLOSE DOCQUEUE
           END-IF
           .

       READ-NEXT-DOCUMENT-ROW.
           READ DOCQUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-QUEUE
           END-READ
           .

       AGE-ONE-DOCUMENT-ROW.
           IF DQ-QUEUE-STATUS = 'PENDING '
               MOVE DQ-CUST-NO        TO ITEM-CUST-NO
               MOVE DQ-APPL-SEQ-NO    TO ITEM-APPL-SEQ-NO
               MOVE DQ-QUEUED-DATE    TO ITEM-OPENED-DATE
               MOVE DQ-CLERK-ID       TO ITEM-OPERATOR
               PERFORM AGE-OPEN-ITEM
           END-IF

           PERFORM READ-NEXT-DOCUMENT-ROW
           .

       AGE-FRAUD-CASES.
           MOVE 'N' TO END-OF-QUEUE
           OPEN INPUT FRAUDCAS

           IF FRAUDCAS-STATUS = '00'
               PERFORM READ-NEXT-FRAUD-ROW
               PERFORM AGE-ONE-FRAUD-ROW
                   UNTIL END-OF-QUEUE = 'Y'

               CLOSE FRAUDCAS
           END-IF
           .

       READ-NEXT-FRAUD-ROW.
           READ FRAUDCAS NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-QUEUE
           END-READ
           .

       AGE-ONE-FRAUD-ROW.
           IF FC-STATUS = 'OPEN    '
               MOVE FC-CUST-NO        TO ITEM-CUST-NO
               MOVE FC-APPL-SEQ-NO    TO ITEM-APPL-SEQ-NO
               MOVE FC-REFER-DATE     TO ITEM-OPENED-DATE
               MOVE FC-ANALYST-ID     TO ITEM-OPERATOR
               PERFORM AGE-OPEN-ITEM
           END-IF

           PERFORM READ-NEXT-FRAUD-ROW
           .

       AGE-APPEALS.
           MOVE 'N' TO END-OF-QUEUE
           OPEN INPUT APPEALS

           IF APPEALS-STATUS = '00'
               PERFORM READ-NEXT-APPEAL-ROW
               PERFORM AGE-ONE-APPEAL-ROW
                   UNTIL END-OF-QUEUE = 'Y'

               CLOSE APPEALS
           END-IF
           .

       READ-NEXT-APPEAL-ROW.
           READ APPEALS NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-QUEUE
           END-READ
           .

       AGE-ONE-APPEAL-ROW.
           IF AP-STATUS = 'OPEN    '
               MOVE AP-CUST-NO        TO ITEM-CUST-NO
               MOVE AP-APPL-SEQ-NO    TO ITEM-APPL-SEQ-NO
               MOVE AP-LOGGED-DATE    TO ITEM-OPENED-DATE
               MOVE AP-REVIEWER-ID    TO ITEM-OPERATOR
               PERFORM AGE-OPEN-ITEM
           END-IF

           PERFORM READ-NEXT-APPEAL-ROW
           .

       AGE-DISPUTES.
           MOVE 'N' TO END-OF-QUEUE
           OPEN INPUT DISPUTES

           IF DISPUTES-STATUS = '00'
               PERFORM READ-NEXT-DISPUTE-ROW
               PERFORM AGE-ONE-DISPUTE-ROW
                   UNTIL END-OF-QUEUE = 'Y'

               CLOSE DISPUTES
           END-IF
           .

       READ-NEXT-DISPUTE-ROW.
           READ DISPUTES NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-QUEUE
           END-READ
           .

       AGE-ONE-DISPUTE-ROW.
           IF DS-STATUS = 'OPEN    '
               MOVE DS-CUST-NO        TO ITEM-CUST-NO
               MOVE DS-APPL-SEQ-NO    TO ITEM-APPL-SEQ-NO
               MOVE DS-OPENED-DATE    TO ITEM-OPENED-DATE
               MOVE DS-OPENED-BY      TO ITEM-OPERATOR
               PERFORM AGE-OPEN-ITEM
           END-IF

           PERFORM READ-NEXT-DISPUTE-ROW
           .

       AGE-DEPOSIT-OFFERS.
           MOVE 'N' TO END-OF-QUEUE
           OPEN INPUT DEPTRACK

           IF DEPTRACK-STATUS = '00'
               PERFORM READ-NEXT-DEPOSIT-ROW
               PERFORM AGE-ONE-DEPOSIT-ROW
                   UNTIL END-OF-QUEUE = 'Y'

               CLOSE DEPTRACK
           END-IF
           .

       READ-NEXT-DEPOSIT-ROW.
           READ DEPTRACK NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-QUEUE
           END-READ
           .

       AGE-ONE-DEPOSIT-ROW.
           IF DT-OFFER-STATUS = 'OFFERED '
               MOVE DT-CUST-NO        TO ITEM-CUST-NO
               MOVE DT-APPL-SEQ-NO    TO ITEM-APPL-SEQ-NO
               MOVE DT-OFFER-DATE     TO ITEM-OPENED-DATE
               MOVE DT-CONFIRMED-BY   TO ITEM-OPERATOR
               PERFORM AGE-OPEN-ITEM
           END-IF

           PERFORM READ-NEXT-DEPOSIT-ROW
           .

       AGE-RETRY-QUEUE.
           MOVE 'N' TO END-OF-QUEUE
           OPEN INPUT PENDRTRY

           IF PENDRTRY-STATUS = '00'
               PERFORM READ-NEXT-RETRY-ROW
               PERFORM AGE-ONE-RETRY-ROW
                   UNTIL END-OF-QUEUE = 'Y'

               CLOSE PENDRTRY
           END-IF
           .

       READ-NEXT-RETRY-ROW.
           READ PENDRTRY NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-QUEUE
           END-READ
           .

       AGE-ONE-RETRY-ROW.
           MOVE PR-CUST-NO        TO ITEM-CUST-NO
           MOVE PR-APPL-SEQ-NO    TO ITEM-APPL-SEQ-NO
           MOVE PR-QUEUED-DATE    TO ITEM-OPENED-DATE
           MOVE 'CSRETRY '        TO ITEM-OPERATOR
           PERFORM AGE-OPEN-ITEM

           PERFORM READ-NEXT-RETRY-ROW
           .

      ******************************************************************
      * Aging and bucketing one open item of queue QUEUE-IX.
      ******************************************************************
       AGE-OPEN-ITEM.
           MOVE 0 TO ITEM-AGE-BDAYS
           IF ITEM-OPENED-DATE IS NUMERIC
               PERFORM COUNT-BUSINESS-AGE
           END-IF
           IF ITEM-AGE-BDAYS > 99999
               MOVE 99999 TO ITEM-AGE
           ELSE
               MOVE ITEM-AGE-BDAYS TO ITEM-AGE
           END-IF

           IF ITEM-OPERATOR = SPACES OR ITEM-OPERATOR = LOW-VALUES
               MOVE 'UNASSGND' TO ITEM-OPERATOR
               ADD 1 TO QT-UNASSIGNED(QUEUE-IX)
           END-IF

           ADD 1 TO QT-OPEN-ITEMS(QUEUE-IX)
           ADD 1 TO TOTAL-OPEN-ITEMS

           COMPUTE WELL-OVER-DAYS = QT-SLA-DAYS(QUEUE-IX) * 2

           EVALUATE TRUE
               WHEN ITEM-AGE > WELL-OVER-DAYS
                   ADD 1 TO QT-WELL-OVER(QUEUE-IX)
                   ADD 1 TO TOTAL-WELL-OVER
               WHEN ITEM-AGE > QT-SLA-DAYS(QUEUE-IX)
                   ADD 1 TO QT-OVER(QUEUE-IX)
                   ADD 1 TO TOTAL-OVER
               WHEN ITEM-AGE >= QT-WARN-DAYS(QUEUE-IX)
                   ADD 1 TO QT-DUE(QUEUE-IX)
                   ADD 1 TO TOTAL-DUE
               WHEN OTHER
                   ADD 1 TO QT-ON-TIME(QUEUE-IX)
                   ADD 1 TO TOTAL-ON-TIME
           END-EVALUATE

           IF ITEM-AGE > QT-OLDEST-AGE(QUEUE-IX)
               MOVE ITEM-AGE TO QT-OLDEST-AGE(QUEUE-IX)
           END-IF

           PERFORM KEEP-IF-AMONG-OLDEST
           .

      * Business days strictly after the item was opened, up to
      * and including today - only loaded calendar rows can count.
       COUNT-BUSINESS-AGE.
           MOVE 'N' TO END-OF-CALENDAR
           MOVE ITEM-OPENED-DATE TO BC-DATE

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
                  OR BC-DATE > RUN-DATE
                   MOVE 'Y' TO END-OF-CALENDAR
               ELSE
                   IF BC-DATE > ITEM-OPENED-DATE
                      AND BC-IS-BUSINESS
                       ADD 1 TO ITEM-AGE-BDAYS
                   END-IF
               END-IF
           END-IF
           .

      * The queue's oldest-items list, kept oldest first: a new
      * item goes on the end (or over the youngest once the list is
      * full) and moves up past every younger item ahead of it.
       KEEP-IF-AMONG-OLDEST.
           IF OLDEST-COUNT(QUEUE-IX) < QT-OLDEST-SHOWN(QUEUE-IX)
               ADD 1 TO OLDEST-COUNT(QUEUE-IX)
               MOVE OLDEST-COUNT(QUEUE-IX) TO OLDEST-IX
               PERFORM PLACE-OLDEST-ENTRY
           ELSE
               MOVE OLDEST-COUNT(QUEUE-IX) TO OLDEST-IX
               IF OLDEST-IX > 0
                  AND ITEM-AGE > OE-AGE(QUEUE-IX, OLDEST-IX)
                   PERFORM PLACE-OLDEST-ENTRY
               END-IF
           END-IF
           .

       PLACE-OLDEST-ENTRY.
           MOVE ITEM-CUST-NO     TO OE-CUST-NO(QUEUE-IX, OLDEST-IX)
           MOVE ITEM-APPL-SEQ-NO TO OE-APPL-SEQ-NO(QUEUE-IX, OLDEST-IX)
           MOVE ITEM-OPENED-DATE TO OE-OPENED-DATE(QUEUE-IX, OLDEST-IX)
           MOVE ITEM-AGE         TO OE-AGE(QUEUE-IX, OLDEST-IX)
           MOVE ITEM-OPERATOR    TO OE-OPERATOR(QUEUE-IX, OLDEST-IX)

           PERFORM MOVE-OLDEST-ENTRY-UP
               UNTIL OLDEST-IX < 2
           .

       MOVE-OLDEST-ENTRY-UP.
           COMPUTE OLDEST-PREV-IX = OLDEST-IX - 1

           IF OE-AGE(QUEUE-IX, OLDEST-IX)
                > OE-AGE(QUEUE-IX, OLDEST-PREV-IX)
               MOVE OLDEST-ENTRY(QUEUE-IX, OLDEST-PREV-IX)
                   TO OLDEST-SWAP
               MOVE OLDEST-ENTRY(QUEUE-IX, OLDEST-IX)
                   TO OLDEST-ENTRY(QUEUE-IX, OLDEST-PREV-IX)
               MOVE OLDEST-SWAP
                   TO OLDEST-ENTRY(QUEUE-IX, OLDEST-IX)
               MOVE OLDEST-PREV-IX TO OLDEST-IX
           ELSE
               MOVE 1 TO OLDEST-IX
           END-IF
           .

      ******************************************************************
      * The report.
      ******************************************************************
       PRINT-WIP-REPORT.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'WORK IN PROGRESS AGING AT ' RUN-DATE
                  ' - AGES IN BUSINESS DAYS'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           OPEN INPUT CUSTMAS
           PERFORM PRINT-ONE-QUEUE
               VARYING QUEUE-IX FROM 1 BY 1
               UNTIL QUEUE-IX > 7
           IF CUSTMAS-STATUS NOT = '35'
               CLOSE CUSTMAS
           END-IF
           .

       PRINT-ONE-QUEUE.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING QN-QUEUE-ID(QUEUE-IX) ' ' QT-QUEUE-NAME(QUEUE-IX)
                  ' SLA ' QT-SLA-DAYS(QUEUE-IX)
                  ' WARN AT ' QT-WARN-DAYS(QUEUE-IX)
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  OPEN ' QT-OPEN-ITEMS(QUEUE-IX)
                  '  ON TIME ' QT-ON-TIME(QUEUE-IX)
                  '  DUE ' QT-DUE(QUEUE-IX)
                  '  OVER ' QT-OVER(QUEUE-IX)
                  '  WELL OVER ' QT-WELL-OVER(QUEUE-IX)
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  UNASSIGNED ' QT-UNASSIGNED(QUEUE-IX)
                  '  OLDEST ' QT-OLDEST-AGE(QUEUE-IX) ' DAYS'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM PRINT-ONE-OLDEST-ITEM
               VARYING OLDEST-IX FROM 1 BY 1
               UNTIL OLDEST-IX > OLDEST-COUNT(QUEUE-IX)
           .

       PRINT-ONE-OLDEST-ITEM.
           MOVE SPACES TO CUSTOMER-NAME-SHOWN
           MOVE OE-CUST-NO(QUEUE-IX, OLDEST-IX) TO CM-CUST-NO
           READ CUSTMAS
               KEY IS CM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ
           IF CUSTMAS-STATUS = '00'
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CM-ENCRYPT-KEY
                   CM-CUST-NAME CRYPT-FIELD-LEN
               MOVE CM-CUST-NAME TO CUSTOMER-NAME-SHOWN
           ELSE
               MOVE '(NOT ON CUSTMAS)' TO CUSTOMER-NAME-SHOWN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING '    ' OE-CUST-NO(QUEUE-IX, OLDEST-IX)
                  '/' OE-APPL-SEQ-NO(QUEUE-IX, OLDEST-IX)
                  ' ' CUSTOMER-NAME-SHOWN
                  ' SINCE ' OE-OPENED-DATE(QUEUE-IX, OLDEST-IX)
                  ' AGE ' OE-AGE(QUEUE-IX, OLDEST-IX)
                  ' WITH ' OE-OPERATOR(QUEUE-IX, OLDEST-IX)
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      ******************************************************************
      * ALERTS - one WIP condition per queue, raised while anything
      * on it is past its service level and cleared once nothing is.
      * A new or re-raised alert is also put on SYSOUT.
      ******************************************************************
       SETTLE-QUEUE-ALERT.
           COMPUTE PAST-SLA-COUNT = QT-OVER(QUEUE-IX)
                                  + QT-WELL-OVER(QUEUE-IX)

           MOVE 'W'    TO SEVERITY-WORK
           IF QT-WELL-OVER(QUEUE-IX) > 0
               MOVE 'E' TO SEVERITY-WORK
           END-IF

           MOVE SPACES TO DETAIL-WORK
           STRING PAST-SLA-COUNT ' PAST SLA, OLDEST '
                  QT-OLDEST-AGE(QUEUE-IX) ' BDAYS'
               DELIMITED BY SIZE INTO DETAIL-WORK

           IF PAST-SLA-COUNT > 0
               MOVE 'Y' TO CONDITION-TRIPPED
           ELSE
               MOVE 'N' TO CONDITION-TRIPPED
           END-IF

           MOVE QN-ALERT-ID(QUEUE-IX) TO AT-CONDITION-ID
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
                   MOVE SEVERITY-WORK TO AT-SEVERITY
                   MOVE DETAIL-WORK   TO AT-DETAIL
                   IF AT-STATUS = 'CLEARED '
      * The queue slipped again after clearing - a fresh alert.
                       MOVE 'OPEN    ' TO AT-STATUS
                       MOVE RUN-DATE     TO AT-RAISED-DATE
                       MOVE RUN-TIME     TO AT-RAISED-TIME
                       MOVE SPACES       TO AT-ACKED-BY
                       MOVE SPACES       TO AT-ACKED-DATE
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
           .

       RAISE-NEW-ALERT.
           MOVE SPACES                TO ALERTS-RECORD
           MOVE QN-ALERT-ID(QUEUE-IX) TO AT-CONDITION-ID
           MOVE SEVERITY-WORK         TO AT-SEVERITY
           MOVE 'OPEN    '            TO AT-STATUS
           MOVE RUN-DATE              TO AT-RAISED-DATE
           MOVE RUN-TIME              TO AT-RAISED-TIME
           MOVE DETAIL-WORK           TO AT-DETAIL

           WRITE ALERTS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           PERFORM TELL-THE-OPERATOR
           .

       TELL-THE-OPERATOR.
           ADD 1 TO ALERTS-RAISED

           MOVE SPACES TO REPORT-LINE
           STRING 'ALERT ' QN-ALERT-ID(QUEUE-IX)
                  ' ' QN-QUEUE-ID(QUEUE-IX)
                  ' ' DETAIL-WORK
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       PRINT-WIP-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'OPEN ITEMS, ALL QUEUES:  ' TOTAL-OPEN-ITEMS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ON TIME:                 ' TOTAL-ON-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DUE:                     ' TOTAL-DUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OVER SLA:                ' TOTAL-OVER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'WELL OVER SLA:           ' TOTAL-WELL-OVER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'QUEUE ALERTS RAISED:     ' ALERTS-RAISED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'QUEUE ALERTS CLEARED:    ' ALERTS-CLEARED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE TOTAL-OPEN-ITEMS TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSWIPAGE'.
