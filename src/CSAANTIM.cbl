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
      *  CSAANTIM
      *
      * Monthly adverse-action notice timeliness report. A decline
      * notice has to reach the applicant within a fixed number of
      * business days of the decision; the AUDIT trail has the
      * decision and LTRARCH has the notice (see copy/LTRARCH.cpy),
      * and this job puts the two together as the proof.
      *
      * Every application decline decided in the report month is
      * measured:
      *
      *   - DIRECT   - a FAILED result from the decision pipeline;
      *   - REFERRED - a case the pipeline held REVIEW or DOCREQ
      *                that an underwriter later declined (a FAILED
      *                result written by UNDWRITR - see
      *                src/UNDWRITR.cbl). The decline date is the
      *                underwriter's, not the original hold's.
      *
      * Limit increase refusals (ACCLINCR) are answered at the
      * terminal and carry no notice, and dry runs decided nothing,
      * so neither is measured.
      *
      * Each decline is matched to the first FAILED letter archived
      * for the same account and applicant sequence on or after the
      * decision date, and the gap is counted in business days off
      * the BUSCAL calendar (see copy/BUSCAL.cpy) - those strictly
      * after the decision, up to and including the day the notice
      * was dispatched (LA-PRINTED-DATE - paper or electronic), or
      * up to today when it has still not gone. A gap over DAYS= is
      * a BREACH; an undispatched notice still within DAYS= is NOT
      * YET DUE. A notice CSDCSDFD suppressed for a deceased
      * customer is counted apart and not measured.
      *
      * Each breach is given a cause:
      *
      *   - E-DELIVERY FALLBACK - the electronic dispatch bounced
      *     (EFAILED, see src/CSEDLVRC.cbl), or the notice only went
      *     on paper after the customer's electronic preference;
      *   - HELD FOR GONE-AWAY  - CSLTRPRT held the notice because
      *     mail to the address had come back: the address is still
      *     flagged gone-away, or a new one was only keyed after the
      *     decision;
      *   - PRINT FAILURE       - anything else: the notice sat
      *     PENDING, or went out late, with nothing holding it.
      *
      * The report lists every breach and every decline with no
      * notice archived at all, then counts by cause and by intake
      * channel (AU-INTAKE-CHANNEL - for a REFERRED decline, the
      * channel of the original held application, where this run
      * saw it on the trail). The run ends RC 4 when there is any
      * breach or missing notice.
      *
      * Control cards off ANTMCTL (no card keeps the defaults):
      *   MONTH=YYYYMM  decision month reported - default last month
      *   DAYS=nnn      business days allowed, default 20
      *
      * The business calendar must be loaded - without it there is
      * nothing to count, and the run ends RC 8.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSAANTIM.jcl. Schedule monthly, once DAYS= business
      * days have passed since the end of the month reported.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSAANTIM.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO ANTMCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ANTMCTL-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS.

           SELECT LTRARCH ASSIGN TO LTRARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-LETTER-KEY
                  FILE STATUS IS LTRARCH-STATUS.

           SELECT BUSCAL ASSIGN TO BUSCAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BC-DATE
                  FILE STATUS IS BUSCAL-STATUS.

           SELECT CUSTADDR ASSIGN TO CUSTADDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CA-CUST-NO
                  FILE STATUS IS CUSTADDR-STATUS.

           SELECT CONTPREF ASSIGN TO CONTPREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PF-CUST-NO
                  FILE STATUS IS CONTPREF-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  AUDIT-TRAIL.
           COPY AUDIT.

        FD  LTRARCH.
           COPY LTRARCH.

        FD  BUSCAL.
           COPY BUSCAL.

        FD  CUSTADDR.
           COPY CUSTADDR.

        FD  CONTPREF.
           COPY CONTPREF.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSAANTIM'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSAANTIM'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 ANTMCTL-STATUS           PIC X(2) VALUE '00'.
       1 AUDIT-STATUS             PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS           PIC X(2) VALUE '00'.
       1 BUSCAL-STATUS            PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS          PIC X(2) VALUE '00'.
       1 CONTPREF-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS     PIC X(1) VALUE 'N'.
       1 END-OF-AUDIT-TRAIL       PIC X(1) VALUE 'N'.
       1 END-OF-LETTERS           PIC X(1) VALUE 'N'.
       1 END-OF-CALENDAR          PIC X(1) VALUE 'N'.
       1 CALENDAR-LOADED          PIC X(1) VALUE 'N'.

       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 REPORT-MONTH             PIC X(6) VALUE SPACES.
       1 WORK-YEAR-NUM            PIC 9(4) VALUE 0.
       1 WORK-MONTH-NUM           PIC 9(2) VALUE 0.

      * Business days a decline notice is allowed - DAYS= card.
       1 NOTICE-LIMIT-BDAYS       PIC 9(3) VALUE 20.

      * The decline being measured and the notice found for it.
       1 DECLINE-TYPE             PIC X(8) VALUE SPACES.
       1 DECLINE-CHANNEL          PIC X(8) VALUE SPACES.
       1 NOTICE-FOUND             PIC X(1) VALUE 'N'.
       1 NOTICE-DISPATCHED        PIC X(1) VALUE 'N'.
       1 GAP-END-DATE             PIC X(8) VALUE SPACES.
       1 GAP-BDAYS                PIC 9(5) VALUE 0.
       1 GAP-DISPLAY              PIC ZZZZ9.
       1 ADDRESS-GONE-AWAY        PIC X(1) VALUE 'N'.
       1 PREFERRED-CHANNEL        PIC X(1) VALUE 'P'.
       1 CAUSE-IX                 PIC S9(4) COMP VALUE 0.

      * Positions the pipeline held REVIEW or DOCREQ, with the
      * channel they came in on, so an underwriter's later decline
      * is reported under the channel of the original application.
      * The oldest entry is reused once the table is full.
       1 HELD-TABLE.
         2 HELD-POSITION OCCURS 5000.
           3 HP-CUST-NO           PIC X(8).
           3 HP-APPL-SEQ-NO       PIC 9(1).
           3 HP-INTAKE-CHANNEL    PIC X(8).

       1 HELD-USED                PIC S9(4) COMP VALUE 0.
       1 HELD-NEXT                PIC S9(4) COMP VALUE 0.
       1 HELD-IX                  PIC S9(4) COMP VALUE 0.
       1 HELD-MATCH-IX            PIC S9(4) COMP VALUE 0.

      * Breach counts by cause.
       1 CAUSE-TABLE.
         2 CAUSE-ENTRY OCCURS 3.
           3 CS-BREACHES          PIC 9(7).
       1 CAUSE-NAMES.
         2 FILLER                 PIC X(20)
               VALUE 'HELD FOR GONE-AWAY  '.
         2 FILLER                 PIC X(20)
               VALUE 'PRINT FAILURE       '.
         2 FILLER                 PIC X(20)
               VALUE 'E-DELIVERY FALLBACK '.
       1 CAUSE-NAME-TABLE REDEFINES CAUSE-NAMES.
         2 CAUSE-NAME             PIC X(20) OCCURS 3.

      * Counts by intake channel, up to twenty - the last slot
      * takes any channel beyond the first nineteen.
       1 CHANNEL-TABLE.
         2 CHANNELS-SEEN          PIC S9(4) COMP.
         2 CHANNEL-ENTRY OCCURS 20.
           3 CH-KEY               PIC X(8).
           3 CH-DECLINES          PIC 9(7).
           3 CH-ON-TIME           PIC 9(7).
           3 CH-BREACHES          PIC 9(7).
           3 CH-NO-NOTICE         PIC 9(7).

       1 CHANNEL-IX               PIC S9(4) COMP VALUE 0.
       1 CHANNEL-MATCH-IX         PIC S9(4) COMP VALUE 0.

       1 TIMELINESS-TOTALS.
         2 AUDIT-RECORDS-READ     PIC 9(9) VALUE 0.
         2 DECLINES-MEASURED      PIC 9(7) VALUE 0.
         2 DIRECT-DECLINES        PIC 9(7) VALUE 0.
         2 REFERRED-DECLINES      PIC 9(7) VALUE 0.
         2 NOTICES-ON-TIME        PIC 9(7) VALUE 0.
         2 BREACHES-SENT-LATE     PIC 9(7) VALUE 0.
         2 BREACHES-OVERDUE       PIC 9(7) VALUE 0.
         2 NOTICES-NOT-YET-DUE    PIC 9(7) VALUE 0.
         2 DECLINES-NO-NOTICE     PIC 9(7) VALUE 0.
         2 NOTICES-SUPPRESSED     PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(120).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-CARDS
           PERFORM SET-REPORT-MONTH

           OPEN INPUT AUDIT-TRAIL
           OPEN INPUT LTRARCH
           IF AUDIT-STATUS NOT = '00'
           OR LTRARCH-STATUS NOT = '00'
               DISPLAY 'NOTICE TIMELINESS NOT RUN - AUDIT STATUS '
                       AUDIT-STATUS ' LTRARCH STATUS '
                       LTRARCH-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           PERFORM CHECK-CALENDAR-LOADED
           IF CALENDAR-LOADED = 'N'
               DISPLAY 'NOTICE TIMELINESS NOT RUN - BUSCAL BUSINESS '
                       'CALENDAR NOT LOADED, STATUS ' BUSCAL-STATUS
               CLOSE AUDIT-TRAIL
               CLOSE LTRARCH
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN INPUT CUSTADDR
           OPEN INPUT CONTPREF

           INITIALIZE HELD-TABLE
           INITIALIZE CAUSE-TABLE
           INITIALIZE CHANNEL-TABLE

           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'ADVERSE-ACTION NOTICE TIMELINESS - MONTH '
                  REPORT-MONTH ' - LIMIT ' NOTICE-LIMIT-BDAYS
                  ' BUSINESS DAYS'
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '--- BREACHES AND DECLINES WITH NO NOTICE -----'

           PERFORM READ-NEXT-AUDIT-RECORD
           PERFORM TAKE-ONE-AUDIT-RECORD
               UNTIL END-OF-AUDIT-TRAIL = 'Y'

           CLOSE AUDIT-TRAIL
           CLOSE LTRARCH
           CLOSE BUSCAL
           CLOSE CUSTADDR
           CLOSE CONTPREF

           PERFORM PRINT-TIMELINESS-SUMMARY

           IF BREACHES-SENT-LATE > 0
           OR BREACHES-OVERDUE > 0
           OR DECLINES-NO-NOTICE > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF ANTMCTL-STATUS = '00'
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
           IF ANTMCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:6) = 'MONTH='
                AND CONTROL-CARD-RECORD(7:6) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(7:6) TO REPORT-MONTH
               WHEN CONTROL-CARD-RECORD(1:5) = 'DAYS='
                AND CONTROL-CARD-RECORD(6:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(6:3)
                       TO NOTICE-LIMIT-BDAYS
               WHEN OTHER
                   DISPLAY 'ANTMCTL CARD IGNORED: '
                           CONTROL-CARD-RECORD
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

      * No MONTH= card reports the month before this one.
       SET-REPORT-MONTH.
           IF NOTICE-LIMIT-BDAYS < 1
               MOVE 20 TO NOTICE-LIMIT-BDAYS
           END-IF

           IF REPORT-MONTH = SPACES
               MOVE RUN-DATE(1:4) TO WORK-YEAR-NUM
               MOVE RUN-DATE(5:2) TO WORK-MONTH-NUM
               IF WORK-MONTH-NUM = 1
                   MOVE 12 TO WORK-MONTH-NUM
                   SUBTRACT 1 FROM WORK-YEAR-NUM
               ELSE
                   SUBTRACT 1 FROM WORK-MONTH-NUM
               END-IF
               STRING WORK-YEAR-NUM WORK-MONTH-NUM
                   DELIMITED BY SIZE INTO REPORT-MONTH
           END-IF
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

       READ-NEXT-AUDIT-RECORD.
           READ AUDIT-TRAIL
               AT END
                   MOVE 'Y' TO END-OF-AUDIT-TRAIL
           END-READ
           IF END-OF-AUDIT-TRAIL = 'N'
               ADD 1 TO AUDIT-RECORDS-READ
           END-IF
           .

      * The whole trail is read, not just the month - a case held
      * in an earlier month and declined in this one needs the
      * channel it was held on.
       TAKE-ONE-AUDIT-RECORD.
           IF AU-DRY-RUN-FLAG NOT = 'Y'
               EVALUATE TRUE
                   WHEN AU-APPLICATION-RESULT = 'REVIEW '
                     OR AU-APPLICATION-RESULT = 'DOCREQ '
                       PERFORM REMEMBER-HELD-POSITION
                   WHEN AU-APPLICATION-RESULT = 'FAILED '
                    AND AU-SOURCE-PROGRAM NOT = 'ACCLINCR'
                    AND AU-RUN-DATE(1:6) = REPORT-MONTH
                       PERFORM MEASURE-ONE-DECLINE
               END-EVALUATE
           END-IF

           PERFORM READ-NEXT-AUDIT-RECORD
           .

       REMEMBER-HELD-POSITION.
           PERFORM FIND-HELD-POSITION

           IF HELD-MATCH-IX = 0
               ADD 1 TO HELD-NEXT
               IF HELD-NEXT > 5000
                   MOVE 1 TO HELD-NEXT
               END-IF
               IF HELD-USED < 5000
                   ADD 1 TO HELD-USED
               END-IF
               MOVE HELD-NEXT TO HELD-MATCH-IX
               MOVE AU-CUST-NO     TO HP-CUST-NO (HELD-MATCH-IX)
               MOVE AU-APPL-SEQ-NO TO HP-APPL-SEQ-NO (HELD-MATCH-IX)
           END-IF

           MOVE AU-INTAKE-CHANNEL TO HP-INTAKE-CHANNEL (HELD-MATCH-IX)
           .

       FIND-HELD-POSITION.
           MOVE 0 TO HELD-MATCH-IX
           PERFORM MATCH-ONE-HELD-POSITION
               VARYING HELD-IX FROM 1 BY 1
               UNTIL HELD-IX > HELD-USED
                  OR HELD-MATCH-IX > 0
           .

       MATCH-ONE-HELD-POSITION.
           IF HP-CUST-NO (HELD-IX) = AU-CUST-NO
              AND HP-APPL-SEQ-NO (HELD-IX) = AU-APPL-SEQ-NO
               MOVE HELD-IX TO HELD-MATCH-IX
           END-IF
           .

       MEASURE-ONE-DECLINE.
           ADD 1 TO DECLINES-MEASURED

           IF AU-SOURCE-PROGRAM = 'UNDWRITR'
               MOVE 'REFERRED' TO DECLINE-TYPE
               ADD 1 TO REFERRED-DECLINES
               MOVE '(UNSEEN)' TO DECLINE-CHANNEL
               PERFORM FIND-HELD-POSITION
               IF HELD-MATCH-IX > 0
                   MOVE HP-INTAKE-CHANNEL (HELD-MATCH-IX)
                       TO DECLINE-CHANNEL
               END-IF
           ELSE
               MOVE 'DIRECT  ' TO DECLINE-TYPE
               ADD 1 TO DIRECT-DECLINES
               MOVE AU-INTAKE-CHANNEL TO DECLINE-CHANNEL
           END-IF
           IF DECLINE-CHANNEL = SPACES
               MOVE '(NONE)  ' TO DECLINE-CHANNEL
           END-IF

           PERFORM FIND-CHANNEL-ENTRY
           ADD 1 TO CH-DECLINES (CHANNEL-MATCH-IX)

           PERFORM FIND-DECLINE-NOTICE

           IF NOTICE-FOUND = 'N'
               ADD 1 TO DECLINES-NO-NOTICE
               ADD 1 TO CH-NO-NOTICE (CHANNEL-MATCH-IX)
               MOVE SPACES TO REPORT-LINE
               STRING '  NO NOTICE ACCT ' AU-CUST-NO
                      ' SEQ ' AU-APPL-SEQ-NO
                      ' DECIDED ' AU-RUN-DATE
                      ' ' DECLINE-TYPE
                      ' ' DECLINE-CHANNEL
                      ' NO FAILED LETTER ON LTRARCH'
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF LA-DISPATCH-STATUS = 'SUPPRESS'
               ADD 1 TO NOTICES-SUPPRESSED
               EXIT PARAGRAPH
           END-IF

           EVALUATE LA-DISPATCH-STATUS
               WHEN 'PRINTED '
               WHEN 'EBSENT  '
               WHEN 'ESENT   '
               WHEN 'EDELIVRD'
                   MOVE 'Y' TO NOTICE-DISPATCHED
                   MOVE LA-PRINTED-DATE TO GAP-END-DATE
               WHEN OTHER
                   MOVE 'N' TO NOTICE-DISPATCHED
                   MOVE RUN-DATE TO GAP-END-DATE
           END-EVALUATE

           PERFORM COUNT-BUSINESS-GAP

           EVALUATE TRUE
               WHEN GAP-BDAYS > NOTICE-LIMIT-BDAYS
                   PERFORM RECORD-ONE-BREACH
               WHEN NOTICE-DISPATCHED = 'Y'
                   ADD 1 TO NOTICES-ON-TIME
                   ADD 1 TO CH-ON-TIME (CHANNEL-MATCH-IX)
               WHEN OTHER
                   ADD 1 TO NOTICES-NOT-YET-DUE
           END-EVALUATE
           .

      * The notice is the first decline letter archived for the
      * position on or after the decision date.
       FIND-DECLINE-NOTICE.
           MOVE 'N' TO NOTICE-FOUND
           MOVE 'N' TO END-OF-LETTERS
           MOVE AU-CUST-NO     TO LA-CUST-NO
           MOVE AU-APPL-SEQ-NO TO LA-APPL-SEQ-NO
           MOVE AU-RUN-DATE    TO LA-LETTER-DATE
           MOVE LOW-VALUES     TO LA-LETTER-TIME

           START LTRARCH KEY >= LA-LETTER-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-LETTERS
           END-START

           PERFORM CHECK-ONE-LETTER
               UNTIL END-OF-LETTERS = 'Y'
                  OR NOTICE-FOUND = 'Y'
           .

       CHECK-ONE-LETTER.
           READ LTRARCH NEXT
               AT END
                   MOVE 'Y' TO END-OF-LETTERS
           END-READ

           IF END-OF-LETTERS = 'N'
               IF LTRARCH-STATUS NOT = '00'
                  OR LA-CUST-NO NOT = AU-CUST-NO
                  OR LA-APPL-SEQ-NO NOT = AU-APPL-SEQ-NO
                   MOVE 'Y' TO END-OF-LETTERS
               ELSE
                   IF LA-APPLICATION-RESULT = 'FAILED '
                       MOVE 'Y' TO NOTICE-FOUND
                   END-IF
               END-IF
           END-IF
           .

      * Business days strictly after the decision date, up to and
      * including the dispatch date (or today) - only loaded
      * calendar rows can count.
       COUNT-BUSINESS-GAP.
           MOVE 0   TO GAP-BDAYS
           MOVE 'N' TO END-OF-CALENDAR
           MOVE AU-RUN-DATE TO BC-DATE

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
                  OR BC-DATE > GAP-END-DATE
                   MOVE 'Y' TO END-OF-CALENDAR
               ELSE
                   IF BC-DATE > AU-RUN-DATE
                      AND BC-IS-BUSINESS
                       ADD 1 TO GAP-BDAYS
                   END-IF
               END-IF
           END-IF
           .

       RECORD-ONE-BREACH.
           IF NOTICE-DISPATCHED = 'Y'
               ADD 1 TO BREACHES-SENT-LATE
           ELSE
               ADD 1 TO BREACHES-OVERDUE
           END-IF
           ADD 1 TO CH-BREACHES (CHANNEL-MATCH-IX)

           PERFORM FIND-BREACH-CAUSE
           ADD 1 TO CS-BREACHES (CAUSE-IX)

           MOVE GAP-BDAYS TO GAP-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF NOTICE-DISPATCHED = 'Y'
               STRING '  BREACH    ACCT ' AU-CUST-NO
                      ' SEQ ' AU-APPL-SEQ-NO
                      ' DECIDED ' AU-RUN-DATE
                      ' ' DECLINE-TYPE
                      ' ' DECLINE-CHANNEL
                      ' ' LA-DISPATCH-STATUS
                      ' ' LA-PRINTED-DATE
                      ' BDAYS ' GAP-DISPLAY
                      ' ' CAUSE-NAME (CAUSE-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING '  BREACH    ACCT ' AU-CUST-NO
                      ' SEQ ' AU-APPL-SEQ-NO
                      ' DECIDED ' AU-RUN-DATE
                      ' ' DECLINE-TYPE
                      ' ' DECLINE-CHANNEL
                      ' ' LA-DISPATCH-STATUS
                      ' NOT SENT'
                      ' BDAYS ' GAP-DISPLAY
                      ' ' CAUSE-NAME (CAUSE-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           DISPLAY REPORT-LINE
           .

      * 1 = held for gone-away, 2 = print failure, 3 = e-delivery
      * fallback. CSLTRPRT rewrites a bounced electronic notice as
      * PRINTED once it goes on paper, so a late PRINTED notice to
      * a customer who prefers electronic delivery is the fallback.
       FIND-BREACH-CAUSE.
           MOVE 'N' TO ADDRESS-GONE-AWAY
           MOVE LA-CUST-NO TO CA-CUST-NO
           READ CUSTADDR
               KEY IS CA-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ
           IF CUSTADDR-STATUS = '00'
               IF CA-GONE-AWAY
                   MOVE 'Y' TO ADDRESS-GONE-AWAY
               END-IF
               IF NOTICE-DISPATCHED = 'Y'
                  AND CA-ADDR-CHANGED-DATE > AU-RUN-DATE
                  AND CA-ADDR-CHANGED-DATE NOT > LA-PRINTED-DATE
                   MOVE 'Y' TO ADDRESS-GONE-AWAY
               END-IF
           END-IF

           MOVE 'P' TO PREFERRED-CHANNEL
           MOVE LA-CUST-NO TO PF-CUST-NO
           READ CONTPREF
               KEY IS PF-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ
           IF CONTPREF-STATUS = '00'
               MOVE PF-CHANNEL TO PREFERRED-CHANNEL
           END-IF

           EVALUATE TRUE
               WHEN LA-DISPATCH-STATUS = 'EFAILED '
                   MOVE 3 TO CAUSE-IX
               WHEN LA-DISPATCH-STATUS = 'PRINTED '
                AND PREFERRED-CHANNEL = 'E'
                   MOVE 3 TO CAUSE-IX
               WHEN ADDRESS-GONE-AWAY = 'Y'
                   MOVE 1 TO CAUSE-IX
               WHEN OTHER
                   MOVE 2 TO CAUSE-IX
           END-EVALUATE
           .

       FIND-CHANNEL-ENTRY.
           MOVE 0 TO CHANNEL-MATCH-IX
           PERFORM MATCH-ONE-CHANNEL
               VARYING CHANNEL-IX FROM 1 BY 1
               UNTIL CHANNEL-IX > CHANNELS-SEEN
                  OR CHANNEL-MATCH-IX > 0

           IF CHANNEL-MATCH-IX = 0
               IF CHANNELS-SEEN < 19
                   ADD 1 TO CHANNELS-SEEN
                   MOVE CHANNELS-SEEN TO CHANNEL-MATCH-IX
                   MOVE DECLINE-CHANNEL TO CH-KEY (CHANNEL-MATCH-IX)
               ELSE
                   MOVE 20 TO CHANNEL-MATCH-IX
                   MOVE '(OTHER) ' TO CH-KEY (20)
               END-IF
           END-IF
           .

       MATCH-ONE-CHANNEL.
           IF CH-KEY (CHANNEL-IX) = DECLINE-CHANNEL
               MOVE CHANNEL-IX TO CHANNEL-MATCH-IX
           END-IF
           .

       PRINT-TIMELINESS-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'DECLINES IN MONTH.....: ' DECLINES-MEASURED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  DIRECT..............: ' DIRECT-DECLINES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  REFERRED, DECLINED..: ' REFERRED-DECLINES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NOTICES ON TIME.......: ' NOTICES-ON-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BREACHES - SENT LATE..: ' BREACHES-SENT-LATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BREACHES - NOT SENT...: ' BREACHES-OVERDUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT SENT, NOT YET DUE.: ' NOTICES-NOT-YET-DUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NO NOTICE AT ALL......: ' DECLINES-NO-NOTICE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SUPPRESSED, DECEASED..: ' NOTICES-SUPPRESSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           DISPLAY '--- BREACHES BY CAUSE ------------------------'
           PERFORM PRINT-ONE-CAUSE-LINE
               VARYING CAUSE-IX FROM 1 BY 1
               UNTIL CAUSE-IX > 3

           DISPLAY '--- BY INTAKE CHANNEL ------------------------'
           PERFORM PRINT-ONE-CHANNEL-LINE
               VARYING CHANNEL-IX FROM 1 BY 1
               UNTIL CHANNEL-IX > 20
           DISPLAY '=============================================='
           .

       PRINT-ONE-CAUSE-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING '  ' CAUSE-NAME (CAUSE-IX)
                  ' BREACHES ' CS-BREACHES (CAUSE-IX)
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       PRINT-ONE-CHANNEL-LINE.
           IF CH-DECLINES (CHANNEL-IX) > 0
               MOVE SPACES TO REPORT-LINE
               STRING '  ' CH-KEY (CHANNEL-IX)
                      ' DECLINES ' CH-DECLINES (CHANNEL-IX)
                      ' ON TIME ' CH-ON-TIME (CHANNEL-IX)
                      ' BREACHES ' CH-BREACHES (CHANNEL-IX)
                      ' NO NOTICE ' CH-NO-NOTICE (CHANNEL-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE AUDIT-RECORDS-READ TO RUN-LOG-READ
           COMPUTE RUN-LOG-REJECTED =
               BREACHES-SENT-LATE + BREACHES-OVERDUE
               + DECLINES-NO-NOTICE
           .

       COPY RUNLOGP.

       END PROGRAM 'CSAANTIM'.
