      *
      * Delta mode covers the eight customer masters; the reference
      * files (FXRATE, FRAUDRUL, PRODCAT, RATECARD, RSNCODE,
      * WATCHLST, GLMAP, QUEUESLA, JURCAP) are small and stay
      * full-refresh either way.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CUSLOAD.jcl. Sample extract content for each master is in
                  RECORD KEY IS FX-CURRENCY-CODE
                  FILE STATUS IS FXRATE-STATUS.

           SELECT GLMAP-EXTRACT ASSIGN TO GLMAPX
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS GLMAPX-STATUS.

           SELECT GLMAP ASSIGN TO GLMAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GM-EVENT-KEY
                  FILE STATUS IS GLMAP-STATUS.

           SELECT QUEUESLA-EXTRACT ASSIGN TO QUEUESLX
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS QUEUESLX-STATUS.

           SELECT QUEUESLA ASSIGN TO QUEUESLA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS QS-QUEUE-ID
                  FILE STATUS IS QUEUESLA-STATUS.

           SELECT JURCAP-EXTRACT ASSIGN TO JURCAPX
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS JURCAPX-STATUS.

           SELECT JURCAP ASSIGN TO JURCAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS JC-CAP-KEY
                  FILE STATUS IS JURCAP-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  LOAD-CONTROL.
            05  KX-ACTIVE-FLAG      PIC X(1).
            05  KX-LAUNCH-DATE      PIC X(8).
            05  KX-SUNSET-DATE      PIC X(8).
            05  KX-POINTS-EARN-RATE PIC 9(2)V99.
            05  KX-CARD-DESIGN      PIC X(4).
            05  FILLER              PIC X(7).

        FD  PRODCAT.
           COPY PRODCAT.
            05  TX-PROMO-MONTHS     PIC 9(2).
            05  TX-BT-FEE-PCT       PIC X(4).
            05  TX-PROTECT-PREM     PIC X(4).
            05  TX-BT-RATE          PIC X(4).
            05  TX-BT-RATE-MONTHS   PIC X(2).
            05  TX-LATE-FEE         PIC X(5).
            05  FILLER              PIC X(1).

        FD  RATECARD.
           COPY RATECARD.
        FD  FXRATE.
           COPY FXRATE.

        FD  GLMAP-EXTRACT.
        01  GLMAP-EXTRACT-RECORD.
            05  GMX-EVENT-SOURCE    PIC X(8).
            05  GMX-EVENT-TYPE      PIC X(8).
            05  GMX-DIRECTION       PIC X(1).
            05  GMX-DEBIT-ACCOUNT   PIC X(10).
            05  GMX-CREDIT-ACCOUNT  PIC X(10).
            05  GMX-DESCRIPTION     PIC X(25).
            05  FILLER              PIC X(18).

        FD  GLMAP.
           COPY GLMAP.

        FD  QUEUESLA-EXTRACT.
        01  QUEUESLA-EXTRACT-RECORD.
            05  QSX-QUEUE-ID        PIC X(8).
            05  QSX-QUEUE-NAME      PIC X(20).
            05  QSX-SLA-DAYS        PIC 9(3).
            05  QSX-WARN-DAYS       PIC 9(3).
            05  QSX-OLDEST-SHOWN    PIC 9(2).
            05  FILLER              PIC X(44).

        FD  QUEUESLA.
           COPY QUEUESLA.

        FD  JURCAP-EXTRACT.
        01  JURCAP-EXTRACT-RECORD.
            05  JCX-COUNTRY-CODE    PIC X(2).
            05  JCX-REGION          PIC X(20).
            05  JCX-MAX-APR         PIC 9(2)V99.
            05  JCX-MAX-ANNUAL-FEE  PIC 9(5).
            05  JCX-MAX-LATE-FEE    PIC 9(3)V99.
            05  JCX-AUTHORITY       PIC X(30).
            05  FILLER              PIC X(14).

        FD  JURCAP.
           COPY JURCAP.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CUSLOAD '.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CUSLOAD '.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CUSTMASX-STATUS           PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS            PIC X(2) VALUE '00'.
       1 CUSTADRX-STATUS           PIC X(2) VALUE '00'.
      * carries the same digits the record stores, so the redefine
      * places the implied decimal without arithmetic.
       1 SAVED-COLLECT-FLAG        PIC X(1) VALUE SPACES.
       1 SAVED-LEDGER-MISSED       PIC 9(3) VALUE 0.
       1 BT-FEE-WORK               PIC 9(2)V99 VALUE 0.
       1 BT-FEE-WORK-X REDEFINES BT-FEE-WORK PIC X(4).
       1 LATE-FEE-WORK             PIC 9(3)V99 VALUE 0.
       1 LATE-FEE-WORK-X REDEFINES LATE-FEE-WORK PIC X(5).
       1 WATCHLSX-STATUS           PIC X(2) VALUE '00'.
       1 WATCHLST-STATUS           PIC X(2) VALUE '00'.
       1 RSNCODEX-STATUS           PIC X(2) VALUE '00'.
       1 LTRTMPL-STATUS            PIC X(2) VALUE '00'.
       1 FXRATEX-STATUS            PIC X(2) VALUE '00'.
       1 FXRATE-STATUS             PIC X(2) VALUE '00'.
       1 GLMAPX-STATUS             PIC X(2) VALUE '00'.
       1 GLMAP-STATUS              PIC X(2) VALUE '00'.
       1 QUEUESLX-STATUS           PIC X(2) VALUE '00'.
       1 QUEUESLA-STATUS           PIC X(2) VALUE '00'.
       1 JURCAPX-STATUS            PIC X(2) VALUE '00'.
       1 JURCAP-STATUS             PIC X(2) VALUE '00'.

       1 CSCACHE-STATUS            PIC X(2) VALUE '00'.
       1 CUST360-STATUS            PIC X(2) VALUE '00'.
         2 RSNCODE-LOADED-COUNT    PIC 9(7) VALUE 0.
         2 LTRTMPL-LOADED-COUNT    PIC 9(7) VALUE 0.
         2 FXRATE-LOADED-COUNT     PIC 9(7) VALUE 0.
         2 GLMAP-LOADED-COUNT      PIC 9(7) VALUE 0.
         2 QUEUESLA-LOADED-COUNT   PIC 9(7) VALUE 0.
         2 JURCAP-LOADED-COUNT     PIC 9(7) VALUE 0.

       1 REPORT-LINE                PIC X(60).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           PERFORM READ-LOAD-CONTROL
           PERFORM READ-ACTIVE-CRYPT-KEY
           PERFORM OPEN-DEPENDENT-CACHES
           PERFORM LOAD-RSNCODE
           PERFORM LOAD-LTRTMPL
           PERFORM LOAD-FXRATE
           PERFORM LOAD-GLMAP
           PERFORM LOAD-QUEUESLA
           PERFORM LOAD-JURCAP
           PERFORM CLOSE-DEPENDENT-CACHES
           PERFORM PRINT-LOAD-SUMMARY
           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           MOVE HX-CUST-NO TO PH-CUST-NO

      * The collections flag CSCOLLEX maintains must survive the
      * refresh - the feed owns the counter, never the flag. So
      * must the misses CSDELINQ assessed off our own ledger: the
      * feed's count never loads below them.
           MOVE SPACES TO SAVED-COLLECT-FLAG
           MOVE 0      TO SAVED-LEDGER-MISSED
           READ PAYHMAS
               KEY IS PH-CUST-NO
               INVALID KEY
           END-READ
           IF PAYHMAS-STATUS = '00'
               MOVE PH-IN-COLLECTIONS TO SAVED-COLLECT-FLAG
               IF PH-LEDGER-MISSED IS NUMERIC
                   MOVE PH-LEDGER-MISSED TO SAVED-LEDGER-MISSED
               END-IF
           END-IF

           MOVE SPACES              TO PAYHMAS-RECORD
           MOVE HX-MISSED-PAYMENTS  TO PH-MISSED-PAYMENTS
           MOVE HX-LAST-UPDATED     TO PH-LAST-UPDATED
           MOVE SAVED-COLLECT-FLAG  TO PH-IN-COLLECTIONS
           MOVE SAVED-LEDGER-MISSED TO PH-LEDGER-MISSED
           IF PH-MISSED-PAYMENTS < SAVED-LEDGER-MISSED
               MOVE SAVED-LEDGER-MISSED TO PH-MISSED-PAYMENTS
           END-IF

           REWRITE PAYHMAS-RECORD
               INVALID KEY
           MOVE KX-ACTIVE-FLAG     TO PD-ACTIVE-FLAG
           MOVE KX-LAUNCH-DATE     TO PD-LAUNCH-DATE
           MOVE KX-SUNSET-DATE     TO PD-SUNSET-DATE
           MOVE KX-POINTS-EARN-RATE TO PD-POINTS-EARN-RATE
           MOVE KX-CARD-DESIGN     TO PD-CARD-DESIGN

           REWRITE PRODCAT-RECORD
               INVALID KEY
               MOVE '0000'          TO BT-FEE-WORK-X
           END-IF
           MOVE BT-FEE-WORK TO RC-PROTECT-PREM-PCT
      * Likewise the transfer rate terms - no offer when absent.
           IF TX-BT-RATE IS NUMERIC
               MOVE TX-BT-RATE TO BT-FEE-WORK-X
           ELSE
               MOVE '0000'     TO BT-FEE-WORK-X
           END-IF
           MOVE BT-FEE-WORK TO RC-BT-RATE
           IF TX-BT-RATE-MONTHS IS NUMERIC
               MOVE TX-BT-RATE-MONTHS TO RC-BT-RATE-MONTHS
           ELSE
               MOVE 0                 TO RC-BT-RATE-MONTHS
           END-IF
      * And the late payment fee - loaded as zero when absent,
      * which leaves the charging run's own default in place.
           IF TX-LATE-FEE IS NUMERIC
               MOVE TX-LATE-FEE TO LATE-FEE-WORK-X
           ELSE
               MOVE '00000'     TO LATE-FEE-WORK-X
           END-IF
           MOVE LATE-FEE-WORK TO RC-LATE-FEE

           REWRITE RATECARD-RECORD
               INVALID KEY
           PERFORM READ-NEXT-FXRATE-EXTRACT
           .

      * GLMAP - the event to GL account pairs the CSGLEXTR journal
      * extract posts through (see copy/GLMAP.cpy).
       LOAD-GLMAP.
           MOVE 'N' TO END-OF-EXTRACT
           OPEN INPUT GLMAP-EXTRACT
           OPEN I-O GLMAP

           PERFORM READ-NEXT-GLMAP-EXTRACT
           PERFORM APPLY-GLMAP-EXTRACT
               UNTIL END-OF-EXTRACT = 'Y'

           CLOSE GLMAP-EXTRACT
           CLOSE GLMAP
           .

       READ-NEXT-GLMAP-EXTRACT.
           READ GLMAP-EXTRACT
               AT END
                   MOVE 'Y' TO END-OF-EXTRACT
           END-READ
           .

       APPLY-GLMAP-EXTRACT.
           MOVE SPACES             TO GLMAP-RECORD
           MOVE GMX-EVENT-SOURCE   TO GM-EVENT-SOURCE
           MOVE GMX-EVENT-TYPE     TO GM-EVENT-TYPE
           MOVE GMX-DIRECTION      TO GM-DIRECTION
           MOVE GMX-DEBIT-ACCOUNT  TO GM-DEBIT-ACCOUNT
           MOVE GMX-CREDIT-ACCOUNT TO GM-CREDIT-ACCOUNT
           MOVE GMX-DESCRIPTION    TO GM-DESCRIPTION

           REWRITE GLMAP-RECORD
               INVALID KEY
                   WRITE GLMAP-RECORD
           END-REWRITE

           ADD 1 TO GLMAP-LOADED-COUNT

           PERFORM READ-NEXT-GLMAP-EXTRACT
           .

      * QUEUESLA - the service level per manual work queue the
      * CSWIPAGE aging report buckets against (see
      * copy/QUEUESLA.cpy).
       LOAD-QUEUESLA.
           MOVE 'N' TO END-OF-EXTRACT
           OPEN INPUT QUEUESLA-EXTRACT
           OPEN I-O QUEUESLA

           PERFORM READ-NEXT-QUEUESLA-EXTRACT
           PERFORM APPLY-QUEUESLA-EXTRACT
               UNTIL END-OF-EXTRACT = 'Y'

           CLOSE QUEUESLA-EXTRACT
           CLOSE QUEUESLA
           .

       READ-NEXT-QUEUESLA-EXTRACT.
           READ QUEUESLA-EXTRACT
               AT END
                   MOVE 'Y' TO END-OF-EXTRACT
           END-READ
           .

       APPLY-QUEUESLA-EXTRACT.
           MOVE SPACES             TO QUEUESLA-RECORD
           MOVE QSX-QUEUE-ID       TO QS-QUEUE-ID
           MOVE QSX-QUEUE-NAME     TO QS-QUEUE-NAME
           MOVE QSX-SLA-DAYS       TO QS-SLA-DAYS
           MOVE QSX-WARN-DAYS      TO QS-WARN-DAYS
           MOVE QSX-OLDEST-SHOWN   TO QS-OLDEST-SHOWN

           REWRITE QUEUESLA-RECORD
               INVALID KEY
                   WRITE QUEUESLA-RECORD
           END-REWRITE

           ADD 1 TO QUEUESLA-LOADED-COUNT

           PERFORM READ-NEXT-QUEUESLA-EXTRACT
           .

      * JURCAP - the legal APR and fee ceilings per country/region
      * that every pricing and repricing path is held to (see
      * copy/JURCAP.cpy).
       LOAD-JURCAP.
           MOVE 'N' TO END-OF-EXTRACT
           OPEN INPUT JURCAP-EXTRACT
           OPEN I-O JURCAP

           PERFORM READ-NEXT-JURCAP-EXTRACT
           PERFORM APPLY-JURCAP-EXTRACT
               UNTIL END-OF-EXTRACT = 'Y'

           CLOSE JURCAP-EXTRACT
           CLOSE JURCAP
           .

       READ-NEXT-JURCAP-EXTRACT.
           READ JURCAP-EXTRACT
               AT END
                   MOVE 'Y' TO END-OF-EXTRACT
           END-READ
           .

       APPLY-JURCAP-EXTRACT.
           MOVE SPACES             TO JURCAP-RECORD
           MOVE JCX-COUNTRY-CODE   TO JC-COUNTRY-CODE
           MOVE JCX-REGION         TO JC-REGION
           MOVE JCX-MAX-APR        TO JC-MAX-APR
           MOVE JCX-MAX-ANNUAL-FEE TO JC-MAX-ANNUAL-FEE
           MOVE JCX-MAX-LATE-FEE   TO JC-MAX-LATE-FEE
           MOVE JCX-AUTHORITY      TO JC-AUTHORITY

           REWRITE JURCAP-RECORD
               INVALID KEY
                   WRITE JURCAP-RECORD
           END-REWRITE

           ADD 1 TO JURCAP-LOADED-COUNT

           PERFORM READ-NEXT-JURCAP-EXTRACT
           .

      * CUSTMAS deltas - 'A' add, 'U' update, 'D' delete; anything
      * unappliable goes to the reject file with a reason.
       DELTA-CUSTMAS.
                           CONTINUE
                   END-READ
                   IF PAYHMAS-STATUS = '00'
                       MOVE 0 TO SAVED-LEDGER-MISSED
                       IF PH-LEDGER-MISSED IS NUMERIC
                           MOVE PH-LEDGER-MISSED TO SAVED-LEDGER-MISSED
                       END-IF
                       MOVE PHD-IMAGE TO PAYHMAS-RECORD
                       MOVE SAVED-LEDGER-MISSED TO PH-LEDGER-MISSED
                       IF PH-MISSED-PAYMENTS < SAVED-LEDGER-MISSED
                           MOVE SAVED-LEDGER-MISSED
                               TO PH-MISSED-PAYMENTS
                       END-IF
                       REWRITE PAYHMAS-RECORD
                       ADD 1 TO PAYHMAS-LOADED-COUNT
                       ADD 1 TO DELTA-APPLIED
           STRING 'FXRATE RECORDS LOADED..: ' FXRATE-LOADED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'GLMAP RECORDS LOADED...: ' GLMAP-LOADED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'QUEUESLA RECORDS LOADED: ' QUEUESLA-LOADED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'JURCAP RECORDS LOADED..: ' JURCAP-LOADED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-WRITTEN =
               CUSTMAS-LOADED-COUNT + CUSTADDR-LOADED-COUNT
                 + EMPLMAS-LOADED-COUNT + POLMAS-LOADED-COUNT
                 + SPNDMAS-LOADED-COUNT + PAYHMAS-LOADED-COUNT
                 + CRDTBUR-LOADED-COUNT + BALMAS-LOADED-COUNT
                 + FRAUDRUL-LOADED-COUNT + PRODCAT-LOADED-COUNT
                 + RATECARD-LOADED-COUNT + WATCHLST-LOADED-COUNT
                 + RSNCODE-LOADED-COUNT + LTRTMPL-LOADED-COUNT
                 + FXRATE-LOADED-COUNT + GLMAP-LOADED-COUNT
                 + QUEUESLA-LOADED-COUNT + JURCAP-LOADED-COUNT
           MOVE DELTA-REJECTED TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CUSLOAD'.
