      * discipline, generalizing the skipped-no-cache count CSEMBOSS
      * already kept.
      *
      * The day's money is balanced here too. The control totals
      * finance needs for the general ledger are computed for the
      * same balance date and printed with the rest:
      *
      *   CARDLDG rows posted on the day, debits and credits
      *     (annual fees and balance transfers arrive this way, as
      *     the FEEBILL and BTINSTR rows CSPOSTNG posted)
      *   DEPTRACK secured deposits funded on the day
      *   PPIENROL payment protection enrolments extracted on the
      *     day, at the premium written
      *
      * and written to the BALFIGS file (see copy/BALFIGS.cpy) -
      * the figures the CSGLEXTR journal extract must tie back to
      * before anything goes to finance.
      *
      * Registers on DAYCTL behind CSGRDAPP, the last job of the
      * night to post to CARDLDG - every ledger poster is chained
      * ahead of it, from CSPOSTNG through CSCYCCLS to CSCHGOFF -
      * and will not start until CSEMBOSS has registered too, so
      * neither the ledger totals nor the emboss count can be taken
      * with the night's work still to come (see copy/DAYCTLP.cpy).
      *
      * Read-only apart from BALFIGS. This is a batch program (no
      * CICS) driven by JCL - see jcl/CSBALANC.jcl; run it after
      * CSLTRPRT and the night's CSPPIEXT run as well.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  RECORD KEY IS LA-LETTER-KEY
                  FILE STATUS IS LTRARCH-STATUS.

           SELECT CARDLDG ASSIGN TO CARDLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS CARDLDG-STATUS.

           SELECT DEPTRACK ASSIGN TO DEPTRACK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DT-DEPOSIT-KEY
                  FILE STATUS IS DEPTRACK-STATUS.

           SELECT ENROL-EXTRACT ASSIGN TO PPIENROL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PPIENROL-STATUS.

           SELECT BALFIGS-FILE ASSIGN TO BALFIGS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BALFIGS-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO BALCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BALCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
        FD  LTRARCH.
           COPY LTRARCH.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  DEPTRACK.
           COPY DEPTRACK.

        FD  ENROL-EXTRACT.
           COPY PPIENROL.

        FD  BALFIGS-FILE.
           COPY BALFIGS.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSBALANC'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSBALANC'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSBALANC'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSGRDAPP'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
      * The second prerequisite - the emboss extract balanced here.
       1 EMBOSS-PREREQ-JOB        PIC X(8) VALUE 'CSEMBOSS'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 EMBOSS-STATUS             PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS            PIC X(2) VALUE '00'.
       1 BALCTL-STATUS             PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS            PIC X(2) VALUE '00'.
       1 DEPTRACK-STATUS           PIC X(2) VALUE '00'.
       1 PPIENROL-STATUS           PIC X(2) VALUE '00'.
       1 BALFIGS-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-LEDGER             PIC X(1) VALUE 'N'.
       1 END-OF-DEPOSITS           PIC X(1) VALUE 'N'.
       1 END-OF-ENROLMENTS         PIC X(1) VALUE 'N'.
       1 END-OF-AUDIT-TRAIL        PIC X(1) VALUE 'N'.
       1 END-OF-EMBOSS             PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.
         2 MISSING-LETTER          PIC 9(7) VALUE 0.
         2 EXTRA-EMBOSS            PIC 9(7) VALUE 0.

      * The day's money - see copy/BALFIGS.cpy.
       1 MONEY-FIGURES.
         2 LEDGER-DEBIT-COUNT      PIC 9(7) VALUE 0.
         2 LEDGER-DEBIT-AMOUNT     PIC 9(11)V99 VALUE 0.
         2 LEDGER-CREDIT-COUNT     PIC 9(7) VALUE 0.
         2 LEDGER-CREDIT-AMOUNT    PIC 9(11)V99 VALUE 0.
         2 DEPOSIT-COUNT           PIC 9(7) VALUE 0.
         2 DEPOSIT-AMOUNT          PIC 9(11)V99 VALUE 0.
         2 PREMIUM-COUNT           PIC 9(7) VALUE 0.
         2 PREMIUM-AMOUNT          PIC 9(11)V99 VALUE 0.
       1 ONE-PREMIUM               PIC 9(9)V99 VALUE 0.
       1 FIGURE-AMOUNT-EDIT        PIC Z(10)9.99.

       1 REPORT-LINE               PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

      * prerequisite, or a closed day stops here, before any file
      * is touched.
           PERFORM CHECK-DAY-CONTROL
           IF DAY-CONTROL-OK = 'Y'
               MOVE EMBOSS-PREREQ-JOB TO DC-PREREQ-JOB
               PERFORM CHECK-DAY-CONTROL
           END-IF
           IF DAY-CONTROL-OK = 'N'
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF


           PERFORM REPORT-UNMATCHED-EMBOSS

           PERFORM TOTAL-LEDGER-POSTINGS
           PERFORM TOTAL-DEPOSITS-FUNDED
           PERFORM TOTAL-PREMIUMS-ENROLLED
           PERFORM WRITE-MONEY-FIGURES

           PERFORM PRINT-BALANCE-SUMMARY

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           END-READ
           .

      * An authorized user's card (EM-USER-NO non-zero) was never an
      * application outcome - it has no SUCCESS audit row to balance
      * against, and must not stand in for the primary card's own
      * extract row.
       LOAD-ONE-EMBOSS-KEY.
           IF EM-USER-NO IS NOT NUMERIC
              OR EM-USER-NO = 0
               ADD 1 TO EMBOSS-KEY-COUNT
               MOVE EM-CUST-NO     TO EK-CUST-NO (EMBOSS-KEY-COUNT)
               MOVE EM-APPL-SEQ-NO TO EK-APPL-SEQ-NO (EMBOSS-KEY-COUNT)
               MOVE 'N'            TO EK-MATCHED (EMBOSS-KEY-COUNT)
           END-IF

           PERFORM READ-NEXT-EMBOSS-RECORD
           .
           END-IF
           .

      * The money side. An input that has not landed (no PPIENROL
      * extract outside an enrolment run, say) counts as nothing
      * rather than failing the balance.
       TOTAL-LEDGER-POSTINGS.
           OPEN INPUT CARDLDG

           IF CARDLDG-STATUS = '00'
               PERFORM READ-NEXT-LEDGER-ROW
               PERFORM TOTAL-ONE-LEDGER-ROW
                   UNTIL END-OF-LEDGER = 'Y'

               CLOSE CARDLDG
           END-IF
           .

       READ-NEXT-LEDGER-ROW.
           READ CARDLDG NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-LEDGER
           END-READ
           .

       TOTAL-ONE-LEDGER-ROW.
           IF LG-POST-DATE = BALANCE-DATE
               IF LG-IS-DEBIT
                   ADD 1         TO LEDGER-DEBIT-COUNT
                   ADD LG-AMOUNT TO LEDGER-DEBIT-AMOUNT
               ELSE
                   ADD 1         TO LEDGER-CREDIT-COUNT
                   ADD LG-AMOUNT TO LEDGER-CREDIT-AMOUNT
               END-IF
           END-IF

           PERFORM READ-NEXT-LEDGER-ROW
           .

      * SDEP stamps the funded date as it converts the offer.
       TOTAL-DEPOSITS-FUNDED.
           OPEN INPUT DEPTRACK

           IF DEPTRACK-STATUS = '00'
               PERFORM READ-NEXT-DEPOSIT
               PERFORM TOTAL-ONE-DEPOSIT
                   UNTIL END-OF-DEPOSITS = 'Y'

               CLOSE DEPTRACK
           END-IF
           .

       READ-NEXT-DEPOSIT.
           READ DEPTRACK NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-DEPOSITS
           END-READ
           .

       TOTAL-ONE-DEPOSIT.
           IF DT-FUNDED-DATE = BALANCE-DATE
               ADD 1                 TO DEPOSIT-COUNT
               ADD DT-DEPOSIT-AMOUNT TO DEPOSIT-AMOUNT
           END-IF

           PERFORM READ-NEXT-DEPOSIT
           .

       TOTAL-PREMIUMS-ENROLLED.
           OPEN INPUT ENROL-EXTRACT

           IF PPIENROL-STATUS = '00'
               PERFORM READ-NEXT-ENROLMENT
               PERFORM TOTAL-ONE-ENROLMENT
                   UNTIL END-OF-ENROLMENTS = 'Y'

               CLOSE ENROL-EXTRACT
           END-IF
           .

       READ-NEXT-ENROLMENT.
           READ ENROL-EXTRACT
               AT END
                   MOVE 'Y' TO END-OF-ENROLMENTS
           END-READ
           .

       TOTAL-ONE-ENROLMENT.
           IF EN-EXTRACT-DATE = BALANCE-DATE
               COMPUTE ONE-PREMIUM ROUNDED =
                   EN-COVERED-LIMIT * EN-PREMIUM-PCT / 100
               ADD 1           TO PREMIUM-COUNT
               ADD ONE-PREMIUM TO PREMIUM-AMOUNT
           END-IF

           PERFORM READ-NEXT-ENROLMENT
           .

       WRITE-MONEY-FIGURES.
           OPEN OUTPUT BALFIGS-FILE

           MOVE 'LDGDEBIT'           TO BF-FIGURE-ID
           MOVE LEDGER-DEBIT-COUNT   TO BF-ITEM-COUNT
           MOVE LEDGER-DEBIT-AMOUNT  TO BF-AMOUNT
           PERFORM WRITE-ONE-FIGURE

           MOVE 'LDGCREDT'           TO BF-FIGURE-ID
           MOVE LEDGER-CREDIT-COUNT  TO BF-ITEM-COUNT
           MOVE LEDGER-CREDIT-AMOUNT TO BF-AMOUNT
           PERFORM WRITE-ONE-FIGURE

           MOVE 'DEPOSIT '           TO BF-FIGURE-ID
           MOVE DEPOSIT-COUNT        TO BF-ITEM-COUNT
           MOVE DEPOSIT-AMOUNT       TO BF-AMOUNT
           PERFORM WRITE-ONE-FIGURE

           MOVE 'PPIPREM '           TO BF-FIGURE-ID
           MOVE PREMIUM-COUNT        TO BF-ITEM-COUNT
           MOVE PREMIUM-AMOUNT       TO BF-AMOUNT
           PERFORM WRITE-ONE-FIGURE

           CLOSE BALFIGS-FILE
           .

       WRITE-ONE-FIGURE.
           MOVE BALANCE-DATE TO BF-BALANCE-DATE
           WRITE BALFIGS-RECORD
           .

       PRINT-BALANCE-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'EXTRA EMBOSS RECORDS..: ' EXTRA-EMBOSS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE LEDGER-DEBIT-AMOUNT TO FIGURE-AMOUNT-EDIT
           STRING 'LEDGER DEBITS.........: ' LEDGER-DEBIT-COUNT
                  '  AMOUNT: ' FIGURE-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE LEDGER-CREDIT-AMOUNT TO FIGURE-AMOUNT-EDIT
           STRING 'LEDGER CREDITS........: ' LEDGER-CREDIT-COUNT
                  '  AMOUNT: ' FIGURE-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE DEPOSIT-AMOUNT TO FIGURE-AMOUNT-EDIT
           STRING 'DEPOSITS FUNDED.......: ' DEPOSIT-COUNT
                  '  AMOUNT: ' FIGURE-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE PREMIUM-AMOUNT TO FIGURE-AMOUNT-EDIT
           STRING 'PPI PREMIUMS ENROLLED.: ' PREMIUM-COUNT
                  '  AMOUNT: ' FIGURE-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE EMBOSS-KEY-COUNT TO RUN-LOG-READ
           COMPUTE RUN-LOG-REJECTED =
               MISSING-CACHE + MISSING-EMBOSS + MISSING-LETTER
           .

       COPY RUNLOGP.

       END PROGRAM 'CSBALANC'.
