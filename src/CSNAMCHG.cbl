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
      *  CSNAMCHG
      *
      * Nightly cardholder name change reissue run. CUSM UPD can
      * change CM-CUST-NAME after a marriage or a deed poll, and the
      * change journal keeps the before and after images (see
      * copy/CHGJRNL.cpy) - but the card position's CSCACHE row, the
      * plastic in the cardholder's wallet and anything printed from
      * the cached name went on carrying the old name until the card
      * expired. This job reads CHGJRNL for CUSTMAS rows dated within
      * the last CP-NAMECHG-LOOKBACK-DAYS (off CTLPARM; the built-in
      * default below applies when no record is loaded) whose after
      * image carries a different name from the before image, and
      * for every card position on the account (applicant sequences
      * 1 to 9):
      *
      *   - a position whose card is out with the cardholder
      *     (PRODUCED or ACTIVATD) has CC-CUSTOMER-NAME refreshed to
      *     the new name, kept under the key already named on the
      *     row so the cached address still decrypts; its CARDMAS
      *     row drops back to ASSIGNED with the production and
      *     activation dates cleared and a PENDING EMBOSSRQ row,
      *     reason NAMECHG, is queued - the same same-number reissue
      *     CSRENEWL does for a renewal, so the card flows through
      *     CSEMBOSS, the bureau return feed and CSCARDRC as usual.
      *     The number, expiry and PIN all stay as they are, so no
      *     new PIN mailer is sent. A confirmation letter (result
      *     NAMECHG) is archived PENDING on LTRARCH for the night's
      *     CSLTRPRT print run;
      *   - a position whose card is ASSIGNED (numbered, not yet
      *     extracted) only has its cached name refreshed - the
      *     coming extract embosses the new name anyway;
      *   - any other card (closed, blocked, spoiled, rejected, or
      *     already in production at the bureau) is left alone.
      *
      * When the operator keyed the change as a correction only
      * (CJ-NAME-REISSUE = N - see the reissue flag on CUSM UPD) the
      * cached name is still corrected, but no card is reissued and
      * no letter is sent; the position is listed on the report.
      *
      * A journal row whose new name is no longer the name on
      * CUSTMAS (changed again since) is skipped - the later row
      * carries the name that counts. A position whose cached name
      * already matches the new name has been dealt with by an
      * earlier run, so the lookback window can overlap safely.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSNAMCHG.jcl. Schedule nightly ahead of CSEMBOSS and
      * CSLTRPRT, so the reissues are extracted and the letters
      * printed the same night.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSNAMCHG.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CHGJRNL ASSIGN TO CHGJRNL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CJ-JOURNAL-KEY
                  FILE STATUS IS CHGJRNL-STATUS.

           SELECT CUSTMAS ASSIGN TO CUSTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUST-NO
                  FILE STATUS IS CUSTMAS-STATUS.

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT EMBOSSRQ ASSIGN TO EMBOSSRQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EQ-REQUEUE-KEY
                  FILE STATUS IS EMBOSSRQ-STATUS.

           SELECT LTRARCH ASSIGN TO LTRARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LA-LETTER-KEY
                  FILE STATUS IS LTRARCH-STATUS.

           SELECT CTLPARM ASSIGN TO CTLPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CHGJRNL.
           COPY CHGJRNL.

        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  EMBOSSRQ.
           COPY EMBOSSRQ.

        FD  LTRARCH.
           COPY LTRARCH.

        FD  CTLPARM.
           COPY CTLPARM.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSNAMCHG'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSNAMCHG'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CHGJRNL-STATUS           PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 EMBOSSRQ-STATUS          PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS           PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-CHGJRNL           PIC X(1) VALUE 'N'.

       1 LOOKBACK-DAYS            PIC 9(3) VALUE 7.

       1 RUN-DATE                 PIC X(8).
       1 RUN-TIME-RAW             PIC X(8).
       1 LETTER-TIME              PIC X(8).
       1 LETTER-SEQ               PIC 9(3) VALUE 0.

      * The oldest journal date read this run - the run date stepped
      * back LOOKBACK-DAYS calendar days. Plain Gregorian borrow
      * arithmetic, one day at a time.
       1 FROM-DATE-NUM            PIC 9(8) VALUE 0.
       1 FROM-DATE-PARTS REDEFINES FROM-DATE-NUM.
         2 FROM-YEAR              PIC 9(4).
         2 FROM-MONTH             PIC 9(2).
         2 FROM-DAY               PIC 9(2).
       1 FROM-DATE-X              PIC X(8).
       1 DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       1 LEAP-REMAINDER           PIC 9(4) VALUE 0.
       1 LEAP-QUOTIENT            PIC 9(4) VALUE 0.

      * The journal's before/after images are raw CUSTMAS records -
      * this view picks out the name and the key it is held under.
       1 JOURNAL-NAME-IMAGE.
         2 JI-CUST-NO             PIC X(8).
         2 JI-CUST-NAME           PIC X(80).
         2 FILLER                 PIC X(47).
         2 JI-ENCRYPT-KEY         PIC X(2).
         2 FILLER                 PIC X(135).

       1 OLD-NAME                 PIC X(80) VALUE SPACES.
       1 NEW-NAME                 PIC X(80) VALUE SPACES.
       1 CURRENT-NAME             PIC X(80) VALUE SPACES.
       1 CACHED-NAME              PIC X(80) VALUE SPACES.
       1 POSITION-SEQ             PIC 9(1) VALUE 0.

      * Field-level PII protection - see src/CSCRYPT.cbl. Every name
      * is decrypted under the key named beside it before it is
      * compared; the refreshed cache name goes back under the key
      * the cache row already names.
       1 CRYPT-ENCRYPT            PIC X(1) VALUE 'E'.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.
       1 LETTER-NAME              PIC X(80) VALUE SPACES.
       1 LETTER-ADDRESS.
         2 LETTER-ADDR-LINE-1     PIC X(30).
         2 LETTER-ADDR-LINE-2     PIC X(30).
         2 LETTER-ADDR-LINE-3     PIC X(30).
         2 LETTER-CITY            PIC X(20).
         2 LETTER-REGION          PIC X(20).
         2 LETTER-POSTCODE        PIC X(10).
         2 LETTER-COUNTRY         PIC X(2).
         2 LETTER-ADDR-VERIFIED   PIC X(1).

       COPY DECLTR.

       1 NAME-CHANGE-TOTALS.
         2 ROWS-READ              PIC 9(7) VALUE 0.
         2 NAME-CHANGES-FOUND     PIC 9(7) VALUE 0.
         2 CHANGES-SUPERSEDED     PIC 9(7) VALUE 0.
         2 CARDS-REISSUED         PIC 9(7) VALUE 0.
         2 REISSUES-SUPPRESSED    PIC 9(7) VALUE 0.
         2 NAMES-REFRESHED-ONLY   PIC 9(7) VALUE 0.
         2 ALREADY-CURRENT        PIC 9(7) VALUE 0.
         2 POSITIONS-MISSING      PIC 9(7) VALUE 0.
         2 LETTERS-QUEUED         PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-RAW FROM TIME

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM COMPUTE-FROM-DATE

           MOVE SPACES TO REPORT-LINE
           STRING 'NAME CHANGE REISSUE RUN ' RUN-DATE
                  ' - JOURNAL FROM ' FROM-DATE-X
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           OPEN INPUT CHGJRNL
           OPEN INPUT CUSTMAS
           OPEN I-O CARDMAS
           OPEN I-O CSCACHE
           OPEN I-O EMBOSSRQ
           OPEN I-O LTRARCH

           PERFORM READ-NEXT-JOURNAL-ROW
           PERFORM EXAMINE-ONE-JOURNAL-ROW
               UNTIL END-OF-CHGJRNL = 'Y'

           CLOSE CHGJRNL
           CLOSE CUSTMAS
           CLOSE CARDMAS
           CLOSE CSCACHE
           CLOSE EMBOSSRQ
           CLOSE LTRARCH

           PERFORM PRINT-NAME-CHANGE-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-PARAMETERS.
           MOVE 'DEFAULT ' TO CP-PARM-ID

           OPEN INPUT CTLPARM

           READ CTLPARM
               KEY IS CP-PARM-ID
               INVALID KEY
                   CONTINUE
           END-READ

           IF CTLPARM-STATUS = '00'
              AND CP-NAMECHG-LOOKBACK-DAYS IS NUMERIC
              AND CP-NAMECHG-LOOKBACK-DAYS > 0
               MOVE CP-NAMECHG-LOOKBACK-DAYS TO LOOKBACK-DAYS
           END-IF

           CLOSE CTLPARM
           .

       COMPUTE-FROM-DATE.
           MOVE RUN-DATE TO FROM-DATE-X
           MOVE FROM-DATE-X(1:4) TO FROM-YEAR
           MOVE FROM-DATE-X(5:2) TO FROM-MONTH
           MOVE FROM-DATE-X(7:2) TO FROM-DAY

           PERFORM STEP-FROM-DATE-BACK-ONE-DAY LOOKBACK-DAYS TIMES

           MOVE FROM-DATE-NUM TO FROM-DATE-X
           .

       STEP-FROM-DATE-BACK-ONE-DAY.
           IF FROM-DAY > 1
               SUBTRACT 1 FROM FROM-DAY
           ELSE
               IF FROM-MONTH = 1
                   MOVE 12 TO FROM-MONTH
                   SUBTRACT 1 FROM FROM-YEAR
               ELSE
                   SUBTRACT 1 FROM FROM-MONTH
               END-IF
               PERFORM SET-DAYS-IN-FROM-MONTH
               MOVE DAYS-IN-MONTH TO FROM-DAY
           END-IF
           .

       SET-DAYS-IN-FROM-MONTH.
           EVALUATE FROM-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   DIVIDE FROM-YEAR BY 4
                       GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       MOVE 29 TO DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE
           .

       READ-NEXT-JOURNAL-ROW.
           READ CHGJRNL NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CHGJRNL
           END-READ

           IF CHGJRNL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CHGJRNL
           END-IF
           .

      * Only CUSTMAS rows inside the window can carry a name change;
      * a CUSM UPD journals the record whether or not the name
      * moved, so the two names are compared in the clear.
       EXAMINE-ONE-JOURNAL-ROW.
           ADD 1 TO ROWS-READ

           IF CJ-FILE-NAME = 'CUSTMAS '
              AND CJ-CHANGE-DATE NOT < FROM-DATE-X
               PERFORM DECRYPT-JOURNAL-NAMES
               IF OLD-NAME NOT = NEW-NAME
                   ADD 1 TO NAME-CHANGES-FOUND
                   PERFORM APPLY-NAME-CHANGE
               END-IF
           END-IF

           PERFORM READ-NEXT-JOURNAL-ROW
           .

       DECRYPT-JOURNAL-NAMES.
           MOVE CJ-BEFORE-IMAGE TO JOURNAL-NAME-IMAGE
           MOVE JI-CUST-NAME    TO OLD-NAME
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT JI-ENCRYPT-KEY
               OLD-NAME CRYPT-FIELD-LEN

           MOVE CJ-AFTER-IMAGE  TO JOURNAL-NAME-IMAGE
           MOVE JI-CUST-NAME    TO NEW-NAME
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT JI-ENCRYPT-KEY
               NEW-NAME CRYPT-FIELD-LEN
           .

      * The name that counts is the one on CUSTMAS now - a journal
      * row it no longer matches was overtaken by a later change,
      * which has its own row further on.
       APPLY-NAME-CHANGE.
           MOVE CJ-ACCOUNT TO CM-CUST-NO

           READ CUSTMAS
               KEY IS CM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO CURRENT-NAME
           IF CUSTMAS-STATUS = '00'
               MOVE CM-CUST-NAME TO CURRENT-NAME
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CM-ENCRYPT-KEY
                   CURRENT-NAME CRYPT-FIELD-LEN
           END-IF

           IF CURRENT-NAME NOT = NEW-NAME
               ADD 1 TO CHANGES-SUPERSEDED
           ELSE
               MOVE 0 TO POSITION-SEQ
               PERFORM CHECK-ONE-CARD-POSITION 9 TIMES
           END-IF
           .

       CHECK-ONE-CARD-POSITION.
           ADD 1 TO POSITION-SEQ

           MOVE CJ-ACCOUNT   TO CD-CUST-NO
           MOVE POSITION-SEQ TO CD-APPL-SEQ-NO

           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDMAS-STATUS = '00'
               EVALUATE CD-PRODUCTION-STATUS
                   WHEN 'PRODUCED'
                   WHEN 'ACTIVATD'
                   WHEN 'ASSIGNED'
                       PERFORM REFRESH-POSITION-NAME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      * A cached name that already reads as the new name was dealt
      * with by an earlier run inside the same window.
       REFRESH-POSITION-NAME.
           MOVE CJ-ACCOUNT   TO CC-CUST-NO
           MOVE POSITION-SEQ TO CC-APPL-SEQ-NO

           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS NOT = '00'
               ADD 1 TO POSITIONS-MISSING
               MOVE SPACES TO REPORT-LINE
               STRING 'NO CACHED POSITION: ACCT ' CJ-ACCOUNT
                      ' SEQ ' POSITION-SEQ
                      ' - NEEDS MANUAL ATTENTION'
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           ELSE
               MOVE CC-CUSTOMER-NAME TO CACHED-NAME
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
                   CACHED-NAME CRYPT-FIELD-LEN

               IF CACHED-NAME = NEW-NAME
                   ADD 1 TO ALREADY-CURRENT
               ELSE
                   PERFORM REWRITE-CACHED-NAME
                   PERFORM DECIDE-ON-REISSUE
               END-IF
           END-IF
           .

       REWRITE-CACHED-NAME.
           MOVE NEW-NAME TO CC-CUSTOMER-NAME
           IF CC-ENCRYPT-KEY NOT = SPACES
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-ENCRYPT CC-ENCRYPT-KEY
                   CC-CUSTOMER-NAME CRYPT-FIELD-LEN
           END-IF

           REWRITE CSCACHE-RECORD
           .

      * A card not yet extracted embosses from the refreshed cache
      * row anyway; one out with the cardholder is reissued unless
      * the operator marked the change a correction only.
       DECIDE-ON-REISSUE.
           IF CD-PRODUCTION-STATUS = 'ASSIGNED'
               ADD 1 TO NAMES-REFRESHED-ONLY
           ELSE
               IF CJ-NAME-REISSUE = 'N'
                   ADD 1 TO REISSUES-SUPPRESSED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'CORRECTION ONLY - NO REISSUE: ACCT '
                          CJ-ACCOUNT ' SEQ ' POSITION-SEQ
                          ' BY ' CJ-USER-ID
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               ELSE
                   PERFORM REISSUE-IN-NEW-NAME
               END-IF
           END-IF
           .

      * Same number, same expiry, new plastic - the row starts its
      * production life again and the re-queue carries it to the
      * next extract. CD-PIN-MAIL-DATE is left alone: the PIN has
      * not changed.
       REISSUE-IN-NEW-NAME.
           MOVE SPACES TO REPORT-LINE
           STRING 'REISSUING IN NEW NAME: ACCT ' CJ-ACCOUNT
                  ' SEQ ' POSITION-SEQ
                  ' WAS ' CD-PRODUCTION-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE 'ASSIGNED'      TO CD-PRODUCTION-STATUS
           MOVE SPACES          TO CD-EXTRACT-DATE
           MOVE SPACES          TO CD-CONFIRMED-DATE
           MOVE SPACES          TO CD-MAIL-DATE
           MOVE SPACES          TO CD-ACTIVATION-DATE

           REWRITE CARDMAS-RECORD

           PERFORM QUEUE-NAME-CHANGE-REQUEUE
           PERFORM QUEUE-CONFIRMATION-LETTER

           ADD 1 TO CARDS-REISSUED
           .

      * A row already queued for this account/sequence is re-marked
      * PENDING - the next extract carries the current card either
      * way.
       QUEUE-NAME-CHANGE-REQUEUE.
           MOVE CJ-ACCOUNT     TO EQ-CUST-NO
           MOVE POSITION-SEQ   TO EQ-APPL-SEQ-NO
           MOVE 'PENDING '     TO EQ-QUEUE-STATUS
           MOVE 'NAMECHG '     TO EQ-QUEUE-REASON
           MOVE RUN-DATE       TO EQ-QUEUED-DATE
           MOVE SPACES         TO EQ-EXTRACTED-DATE

           WRITE EMBOSSRQ-RECORD
               INVALID KEY
                   REWRITE EMBOSSRQ-RECORD
           END-WRITE
           .

      * The confirmation, archived PENDING for the night's CSLTRPRT
      * run and addressed in the new name. The letter time takes a
      * per-row sequence suffix so two letters generated the same
      * second never collide on the archive key.
       QUEUE-CONFIRMATION-LETTER.
           MOVE NEW-NAME                 TO LETTER-NAME
           MOVE CC-CUSTOMER-ADDRESS-DATA TO LETTER-ADDRESS
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
               LETTER-ADDRESS CRYPT-FIELD-LEN

           MOVE SPACES TO DECISION-LETTER
           MOVE LETTER-NAME        TO DL-LINE-01
           MOVE LETTER-ADDR-LINE-1 TO DL-LINE-02
           MOVE LETTER-ADDR-LINE-2 TO DL-LINE-03
           MOVE LETTER-POSTCODE    TO DL-LINE-04
           STRING RUN-DATE(1:4) '-' RUN-DATE(5:2) '-' RUN-DATE(7:2)
               DELIMITED BY SIZE INTO DL-LINE-05

           STRING 'Dear ' LETTER-NAME(1:60)
               DELIMITED BY SIZE INTO DL-LINE-06
           MOVE 'We have changed the name on your card account to the'
               TO DL-LINE-07
           MOVE 'name shown above. A new card in that name, with the'
               TO DL-LINE-08
           MOVE 'same card number and PIN, is on its way to you.'
               TO DL-LINE-09
           MOVE 'Please activate it as soon as it arrives.'
               TO DL-LINE-10
           MOVE 10 TO DL-LINE-COUNT

           MOVE CJ-ACCOUNT     TO LA-CUST-NO
           MOVE POSITION-SEQ   TO LA-APPL-SEQ-NO
           MOVE RUN-DATE       TO LA-LETTER-DATE

           ADD 1 TO LETTER-SEQ
           MOVE SPACES TO LETTER-TIME
           STRING RUN-TIME-RAW(1:4) ':' LETTER-SEQ
               DELIMITED BY SIZE INTO LETTER-TIME
           MOVE LETTER-TIME    TO LA-LETTER-TIME

           MOVE 'NAMECHG'      TO LA-APPLICATION-RESULT
           MOVE 'PENDING '     TO LA-DISPATCH-STATUS
           MOVE SPACES         TO LA-PRINTED-DATE
           MOVE DECISION-LETTER TO LA-LETTER-TEXT

           WRITE LTRARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF LTRARCH-STATUS = '00'
               ADD 1 TO LETTERS-QUEUED
           END-IF
           .

       PRINT-NAME-CHANGE-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'JOURNAL ROWS READ:        ' ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NAME CHANGES FOUND:       ' NAME-CHANGES-FOUND
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CHANGED AGAIN SINCE:      ' CHANGES-SUPERSEDED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDS REISSUED:           ' CARDS-REISSUED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CORRECTIONS - NO REISSUE: ' REISSUES-SUPPRESSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NAME REFRESHED ONLY:      ' NAMES-REFRESHED-ONLY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ALREADY IN NEW NAME:      ' ALREADY-CURRENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITIONS MISSING:        ' POSITIONS-MISSING
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LETTERS QUEUED:           ' LETTERS-QUEUED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           MOVE CARDS-REISSUED TO RUN-LOG-WRITTEN
           MOVE POSITIONS-MISSING TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSNAMCHG'.
