      * the row says whether the card was extracted, produced (and
      * when it was mailed), spoiled, or rejected.
      *
      * An authorized user's card (EM-USER-NO / RT-USER-NO non-zero
      * - see copy/USRCARD.cpy) goes through the same three steps
      * against its USRCARD row instead of CARDMAS. A USRCARD row
      * always exists for one - CAUS wrote it before CSEMBOSS could
      * extract it - so an extract record with no row is reported,
      * not created.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSCARDRC.jcl. The extract is passed in as EMBOSS, the
      * bureau's return feed as CARDRTRN - a sample of the return
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT USRCARD ASSIGN TO USRCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UC-USER-CARD-KEY
                  FILE STATUS IS USRCARD-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  EMBOSS-EXTRACT.
      * (produced and mailed), 'S' (spoiled in production) or 'R'
      * (rejected, e.g. an address its machinery could not emboss).
      * RT-MAIL-DATE is only meaningful for a 'P' record.
      * RT-USER-NO echoes EM-USER-NO - zero (or blank, from a bureau
      * still on the older layout) for the primary card.
        FD  CARD-RETURN.
        01  CARD-RETURN-RECORD.
            05  RT-CUST-NO          PIC X(8).
            05  RT-APPL-SEQ-NO      PIC 9(1).
            05  RT-DISPOSITION      PIC X(1).
            05  RT-MAIL-DATE        PIC X(8).
            05  RT-USER-NO          PIC 9(1).
            05  FILLER              PIC X(25).

        FD  CARDMAS.
           COPY CARDMAS.

        FD  USRCARD.
           COPY USRCARD.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCARDRC'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCARDRC'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 EMBOSS-STATUS             PIC X(2) VALUE '00'.
       1 CARDRTRN-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-EMBOSS-EXTRACT     PIC X(1) VALUE 'N'.
       1 END-OF-CARD-RETURN        PIC X(1) VALUE 'N'.
       1 END-OF-CARDMAS            PIC X(1) VALUE 'N'.
       1 USRCARD-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-USER-CARDS         PIC X(1) VALUE 'N'.
       1 PRODUCTION-STATUS-WORK    PIC X(8) VALUE SPACES.

       1 RUN-DATE                  PIC X(8).

         2 RETURN-ROWS-MATCHED     PIC 9(7) VALUE 0.
         2 RETURN-ROWS-UNMATCHED   PIC 9(7) VALUE 0.
         2 CARDS-UNCONFIRMED       PIC 9(7) VALUE 0.
         2 USER-CARDS-REGISTERED   PIC 9(7) VALUE 0.
         2 USER-CARDS-UNMATCHED    PIC 9(7) VALUE 0.

       1 REPORT-LINE               PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT EMBOSS-EXTRACT
           OPEN INPUT CARD-RETURN
           OPEN I-O CARDMAS
           OPEN I-O USRCARD

      * Pass 1 - register every card we sent for production.
           PERFORM READ-NEXT-EMBOSS-RECORD

      * Pass 3 - report every card still unconfirmed either way.
           PERFORM REPORT-UNCONFIRMED-CARDS
           PERFORM REPORT-UNCONFIRMED-USER-CARDS

           CLOSE CARDMAS
           CLOSE USRCARD

           PERFORM PRINT-RECON-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       REGISTER-EXTRACTED-CARD.
           ADD 1 TO EXTRACT-ROWS-READ

           IF EM-USER-NO IS NUMERIC
              AND EM-USER-NO > 0
               PERFORM REGISTER-EXTRACTED-USER-CARD
           ELSE
               PERFORM REGISTER-EXTRACTED-PRIMARY-CARD
           END-IF

           PERFORM READ-NEXT-EMBOSS-RECORD
           .

       REGISTER-EXTRACTED-PRIMARY-CARD.
           MOVE EM-CUST-NO     TO CD-CUST-NO
           MOVE EM-APPL-SEQ-NO TO CD-APPL-SEQ-NO

           END-IF

           ADD 1 TO EXTRACT-ROWS-REGISTERED
           .

       REGISTER-EXTRACTED-USER-CARD.
           MOVE EM-CUST-NO     TO UC-CUST-NO
           MOVE EM-APPL-SEQ-NO TO UC-APPL-SEQ-NO
           MOVE EM-USER-NO     TO UC-USER-NO

           READ USRCARD
               KEY IS UC-USER-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF USRCARD-STATUS = '00'
               MOVE 'EXTRACTD'     TO UC-PRODUCTION-STATUS
               MOVE RUN-DATE       TO UC-EXTRACT-DATE
               MOVE SPACES         TO UC-CONFIRMED-DATE
               MOVE SPACES         TO UC-MAIL-DATE
               REWRITE USRCARD-RECORD
               ADD 1 TO USER-CARDS-REGISTERED
           ELSE
               ADD 1 TO USER-CARDS-UNMATCHED
               MOVE SPACES TO REPORT-LINE
               STRING 'EXTRACTED USER CARD NOT ON FILE: ACCT '
                      EM-CUST-NO ' SEQ ' EM-APPL-SEQ-NO
                      ' USER ' EM-USER-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * A return record the bureau sends for a card we have no master
       APPLY-RETURN-RECORD.
           ADD 1 TO RETURN-ROWS-READ

           IF RT-USER-NO IS NUMERIC
              AND RT-USER-NO > 0
               PERFORM APPLY-USER-RETURN-RECORD
           ELSE
               PERFORM APPLY-PRIMARY-RETURN-RECORD
           END-IF

           PERFORM READ-NEXT-RETURN-RECORD
           .

       APPLY-PRIMARY-RETURN-RECORD.
           MOVE RT-CUST-NO     TO CD-CUST-NO
           MOVE RT-APPL-SEQ-NO TO CD-APPL-SEQ-NO

                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       APPLY-USER-RETURN-RECORD.
           MOVE RT-CUST-NO     TO UC-CUST-NO
           MOVE RT-APPL-SEQ-NO TO UC-APPL-SEQ-NO
           MOVE RT-USER-NO     TO UC-USER-NO

           READ USRCARD
               KEY IS UC-USER-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF USRCARD-STATUS = '00'
               EVALUATE RT-DISPOSITION
                   WHEN 'P'
                       MOVE 'PRODUCED' TO PRODUCTION-STATUS-WORK
                       MOVE RT-MAIL-DATE TO UC-MAIL-DATE
                   WHEN 'S'
                       MOVE 'SPOILED ' TO PRODUCTION-STATUS-WORK
                   WHEN 'R'
                       MOVE 'REJECTED' TO PRODUCTION-STATUS-WORK
                   WHEN OTHER
                       MOVE 'UNKNOWN ' TO PRODUCTION-STATUS-WORK
               END-EVALUATE
               MOVE PRODUCTION-STATUS-WORK TO UC-PRODUCTION-STATUS
               MOVE RUN-DATE TO UC-CONFIRMED-DATE

               REWRITE USRCARD-RECORD

               ADD 1 TO RETURN-ROWS-MATCHED
           ELSE
               ADD 1 TO RETURN-ROWS-UNMATCHED
               MOVE SPACES TO REPORT-LINE
               STRING 'UNMATCHED RETURN RECORD: ACCT ' RT-CUST-NO
                      ' SEQ ' RT-APPL-SEQ-NO
                      ' USER ' RT-USER-NO
                      ' DISPOSITION ' RT-DISPOSITION
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * Walk the whole card master - not just this run's extract - so
           PERFORM READ-NEXT-CARDMAS-ROW
           .

      * The same keep-reporting walk over the authorized-user cards.
       REPORT-UNCONFIRMED-USER-CARDS.
           MOVE LOW-VALUES TO UC-USER-CARD-KEY

           START USRCARD KEY >= UC-USER-CARD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-USER-CARDS
           END-START

           IF END-OF-USER-CARDS = 'N'
               PERFORM READ-NEXT-USER-CARD
               PERFORM CHECK-USER-CARD-CONFIRMED
                   UNTIL END-OF-USER-CARDS = 'Y'
           END-IF
           .

       READ-NEXT-USER-CARD.
           READ USRCARD NEXT
               AT END
                   MOVE 'Y' TO END-OF-USER-CARDS
           END-READ

           IF USRCARD-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-USER-CARDS
           END-IF
           .

       CHECK-USER-CARD-CONFIRMED.
           IF UC-PRODUCTION-STATUS = 'EXTRACTD'
               ADD 1 TO CARDS-UNCONFIRMED
               MOVE SPACES TO REPORT-LINE
               STRING 'NEVER CONFIRMED BY BUREAU: ACCT ' UC-CUST-NO
                      ' SEQ ' UC-APPL-SEQ-NO
                      ' USER ' UC-USER-NO
                      ' EXTRACTED ' UC-EXTRACT-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF

           PERFORM READ-NEXT-USER-CARD
           .

       PRINT-RECON-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDS NEVER CONFIRMED:    ' CARDS-UNCONFIRMED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'USER CARDS REGISTERED:    ' USER-CARDS-REGISTERED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'USER CARDS NOT ON FILE:   ' USER-CARDS-UNMATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-READ =
               EXTRACT-ROWS-READ + RETURN-ROWS-READ
           MOVE EXTRACT-ROWS-REGISTERED TO RUN-LOG-WRITTEN
           MOVE RETURN-ROWS-UNMATCHED TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCARDRC'.
