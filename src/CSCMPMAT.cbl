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
      *  CSCMPMAT
      *
      * Mass-compromise match run. When a merchant or processor is
      * breached the card scheme sends us the card numbers it found
      * exposed (see copy/CMPRACCT.cpy), each with a severity. Until
      * now those numbers could only be keyed through CRPL one call
      * at a time. This job works the whole file, balanced against
      * its trailer, and matches every number to our card book:
      *
      *   1) a number already on the CMPRCARD register (see
      *      copy/CMPRCARD.cpy) was actioned before - under this
      *      breach (a rerun) it is reported the same way again;
      *      under an earlier one it is reported ALREADY, unless it
      *      was only being monitored and this notice is high
      *      severity, when it is worked afresh below;
      *   2) a number already on HOTCARD, or whose CARDMAS card is
      *      CLOSED, or whose authorized-user card on USRCARD is no
      *      longer live, is already dead - CLOSED;
      *   3) a live CARDMAS card (found by number on the CARDPATH
      *      alternate index) is, at high severity, hot-listed on
      *      HOTCARD at once as BREACH and registered PENDING for the
      *      CMPR reissue (see src/CSCMPRIS.cbl), which replaces it
      *      through CRPL - the CARDHIST history row, the new number
      *      and the EMBOSSRQ re-queue for the next CSEMBOSS run -
      *      and sends the breach letter through ACCLTR; at low
      *      severity it stays live and is registered MONITOR, which
      *      the CSAUTHFD feed passes to the authorization switch;
      *   4) a live authorized-user card (found by number on the
      *      USRCPATH alternate index) is, at high severity,
      *      hot-listed and ended the way the CRPL cascade ends one
      *      (registered USERHOT - the user is re-added through
      *      CAUS); at low severity it is registered MONITOR;
      *   5) anything else is not one of ours - NOTFOUND.
      *
      * Every number the scheme sent goes back on the reconciliation
      * file (see copy/CMPRRCN.cpy) with its outcome, closed by a
      * trailer counting the matched, already-closed, not-found and
      * rejected numbers. A scheme file that has not landed is
      * treated as empty.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSCMPMAT.jcl. Run it as soon as the scheme's file lands,
      * follow it with the CSAUTHDL intraday feed so the switch
      * declines the hot-listed numbers straight away, then key CMPR
      * RUN to reissue them.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCMPMAT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CMPRACCT-FILE ASSIGN TO CMPRACCT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CMPRACCT-STATUS.

           SELECT CMPRRCN-FILE ASSIGN TO CMPRRCN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CMPRRCN-STATUS.

           SELECT CMPRCARD ASSIGN TO CMPRCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CR-CARD-NUMBER
                  FILE STATUS IS CMPRCARD-STATUS.

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CD-CARD-KEY
                  ALTERNATE RECORD KEY IS CD-CARD-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT USRCARD ASSIGN TO USRCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UC-USER-CARD-KEY
                  ALTERNATE RECORD KEY IS UC-CARD-NUMBER
                  FILE STATUS IS USRCARD-STATUS.

           SELECT HOTCARD ASSIGN TO HOTCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS HC-CARD-NUMBER
                  FILE STATUS IS HOTCARD-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CMPRACCT-FILE.
           COPY CMPRACCT.

        FD  CMPRRCN-FILE.
           COPY CMPRRCN.

        FD  CMPRCARD.
           COPY CMPRCARD.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  USRCARD.
           COPY USRCARD.

        FD  HOTCARD.
           COPY HOTCARD.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCMPMAT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCMPMAT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 JOB-NAME-SELF            PIC X(8) VALUE 'CSCMPMAT'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 CMPRACCT-STATUS          PIC X(2) VALUE '00'.
       1 CMPRRCN-STATUS           PIC X(2) VALUE '00'.
       1 CMPRCARD-STATUS          PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 USRCARD-STATUS           PIC X(2) VALUE '00'.
       1 HOTCARD-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-CMPRACCT          PIC X(1) VALUE 'N'.
       1 SCHEME-TRAILER-SEEN      PIC X(1) VALUE 'N'.

      * What became of the number being worked - the outcome and
      * action that go back to the scheme, and whether its register
      * row is already on file (rewritten) or new (written).
       1 MATCH-OUTCOME            PIC X(8) VALUE SPACES.
       1 MATCH-ACTION             PIC X(8) VALUE SPACES.
       1 PRIOR-BREACH-REF         PIC X(12) VALUE SPACES.
       1 REGISTER-ROW-FOUND       PIC X(1) VALUE 'N'.
       1 MATCH-DONE               PIC X(1) VALUE 'N'.

       1 SCHEME-TOTALS.
         2 NUMBERS-READ           PIC 9(7) VALUE 0.
         2 SCHEME-TRAILER-COUNT   PIC 9(7) VALUE 0.
         2 NUMBERS-MATCHED        PIC 9(7) VALUE 0.
         2 NUMBERS-CLOSED         PIC 9(7) VALUE 0.
         2 NUMBERS-NOT-FOUND      PIC 9(7) VALUE 0.
         2 NUMBERS-REJECTED       PIC 9(7) VALUE 0.
         2 CARDS-HOTLISTED        PIC 9(7) VALUE 0.
         2 CARDS-FOR-REISSUE      PIC 9(7) VALUE 0.
         2 CARDS-MONITORED        PIC 9(7) VALUE 0.
         2 USER-CARDS-HOTLISTED   PIC 9(7) VALUE 0.
         2 MONITORED-UPGRADED     PIC 9(7) VALUE 0.
         2 ALREADY-ACTIONED       PIC 9(7) VALUE 0.
         2 REGISTER-FAILURES      PIC 9(7) VALUE 0.
         2 RECON-WRITTEN          PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           OPEN I-O CMPRCARD
           OPEN INPUT CARDMAS
           OPEN I-O USRCARD
           OPEN I-O HOTCARD
           OPEN OUTPUT CMPRRCN-FILE

           PERFORM WORK-COMPROMISE-FILE

           PERFORM WRITE-RECON-TRAILER

           CLOSE CMPRCARD
           CLOSE CARDMAS
           CLOSE USRCARD
           CLOSE HOTCARD
           CLOSE CMPRRCN-FILE

           PERFORM PRINT-COMPROMISE-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

      ******************************************************************
      * The scheme's compromised-account file, number by number.
      ******************************************************************
       WORK-COMPROMISE-FILE.
           OPEN INPUT CMPRACCT-FILE

           IF CMPRACCT-STATUS = '00'
               PERFORM READ-NEXT-COMPROMISE
               PERFORM WORK-ONE-COMPROMISE
                   UNTIL END-OF-CMPRACCT = 'Y'

               CLOSE CMPRACCT-FILE
               PERFORM CHECK-SCHEME-TRAILER
           ELSE
               DISPLAY 'SCHEME COMPROMISE FILE NOT AVAILABLE - NO '
                   'NUMBERS MATCHED'
           END-IF
           .

       READ-NEXT-COMPROMISE.
           READ CMPRACCT-FILE
               AT END
                   MOVE 'Y' TO END-OF-CMPRACCT
           END-READ

           IF CMPRACCT-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CMPRACCT
           END-IF
           .

       WORK-ONE-COMPROMISE.
           IF CA-IS-TRAILER
               MOVE 'Y'                 TO SCHEME-TRAILER-SEEN
               MOVE CA-TRL-RECORD-COUNT TO SCHEME-TRAILER-COUNT
           ELSE
               ADD 1 TO NUMBERS-READ
               MOVE SPACES TO MATCH-OUTCOME
               MOVE SPACES TO MATCH-ACTION
               MOVE SPACES TO PRIOR-BREACH-REF
               MOVE 'N'    TO MATCH-DONE

               IF CA-CARD-NUMBER IS NOT NUMERIC
                  OR (NOT CA-SEVERITY-HIGH
                      AND NOT CA-SEVERITY-LOW)
                   MOVE 'REJECTED' TO MATCH-OUTCOME
                   MOVE 'Y'        TO MATCH-DONE
               ELSE
                   PERFORM CHECK-COMPROMISE-REGISTER
               END-IF

               IF MATCH-DONE = 'N'
                   PERFORM MATCH-TO-CARD-BOOK
               END-IF

               PERFORM WRITE-RECON-DETAIL
           END-IF

           PERFORM READ-NEXT-COMPROMISE
           .

      * 1) - a number the register already carries. Only a monitored
      * card named again at high severity is worked afresh.
       CHECK-COMPROMISE-REGISTER.
           MOVE CA-CARD-NUMBER TO CR-CARD-NUMBER

           READ CMPRCARD
               KEY IS CR-CARD-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ

           IF CMPRCARD-STATUS = '00'
               MOVE 'Y' TO REGISTER-ROW-FOUND
           ELSE
               MOVE 'N' TO REGISTER-ROW-FOUND
           END-IF

           EVALUATE TRUE
               WHEN REGISTER-ROW-FOUND = 'N'
                   CONTINUE
               WHEN CR-BREACH-REF = CA-BREACH-REF
                   MOVE 'MATCHED ' TO MATCH-OUTCOME
                   PERFORM SET-ACTION-FROM-REGISTER
                   MOVE 'Y'        TO MATCH-DONE
               WHEN CR-IS-MONITOR
                AND CA-SEVERITY-HIGH
                   MOVE CR-BREACH-REF TO PRIOR-BREACH-REF
               WHEN OTHER
                   MOVE 'MATCHED '    TO MATCH-OUTCOME
                   MOVE 'ALREADY '    TO MATCH-ACTION
                   MOVE CR-BREACH-REF TO PRIOR-BREACH-REF
                   ADD 1 TO ALREADY-ACTIONED
                   MOVE 'Y'           TO MATCH-DONE
           END-EVALUATE
           .

       SET-ACTION-FROM-REGISTER.
           EVALUATE TRUE
               WHEN CR-IS-MONITOR
                   MOVE 'MONITOR ' TO MATCH-ACTION
               WHEN CR-IS-USER-HOTLISTED
                   MOVE 'HOTLIST ' TO MATCH-ACTION
               WHEN OTHER
                   MOVE 'REISSUE ' TO MATCH-ACTION
           END-EVALUATE
           .

      * 2) to 5) - dead already, a live primary card, a live user
      * card, or not ours.
       MATCH-TO-CARD-BOOK.
           MOVE CA-CARD-NUMBER TO HC-CARD-NUMBER

           READ HOTCARD
               KEY IS HC-CARD-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ

           IF HOTCARD-STATUS = '00'
               MOVE 'CLOSED  ' TO MATCH-OUTCOME
           ELSE
               MOVE CA-CARD-NUMBER TO CD-CARD-NUMBER
               READ CARDMAS
                   KEY IS CD-CARD-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ

               IF CARDMAS-STATUS = '00'
                   IF CD-PRODUCTION-STATUS = 'CLOSED  '
                       MOVE 'CLOSED  ' TO MATCH-OUTCOME
                   ELSE
                       PERFORM ACTION-PRIMARY-CARD
                   END-IF
               ELSE
                   PERFORM MATCH-TO-USER-CARD
               END-IF
           END-IF
           .

       MATCH-TO-USER-CARD.
           MOVE CA-CARD-NUMBER TO UC-CARD-NUMBER
           READ USRCARD
               KEY IS UC-CARD-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ

           IF USRCARD-STATUS = '00'
               IF UC-CARD-LIVE
                   PERFORM ACTION-USER-CARD
               ELSE
                   MOVE 'CLOSED  ' TO MATCH-OUTCOME
               END-IF
           ELSE
               MOVE 'NOTFOUND' TO MATCH-OUTCOME
           END-IF
           .

      * 3) - the customer is protected first: a high-severity number
      * goes on the hot-list here and now, and the reissue follows
      * through CMPR.
       ACTION-PRIMARY-CARD.
           MOVE 'MATCHED ' TO MATCH-OUTCOME

           MOVE SPACES         TO CMPRCARD-RECORD
           MOVE CA-CARD-NUMBER TO CR-CARD-NUMBER
           MOVE CD-CUST-NO     TO CR-CUST-NO
           MOVE CD-APPL-SEQ-NO TO CR-APPL-SEQ-NO
           MOVE 0              TO CR-USER-NO

           IF CA-SEVERITY-HIGH
               MOVE CD-CUST-NO     TO HC-CUST-NO
               MOVE CD-APPL-SEQ-NO TO HC-APPL-SEQ-NO
               PERFORM HOTLIST-COMPROMISED-NUMBER
               MOVE 'PENDING '     TO CR-STATUS
               MOVE 'REISSUE '     TO MATCH-ACTION
               ADD 1 TO CARDS-FOR-REISSUE
           ELSE
               MOVE 'MONITOR '     TO CR-STATUS
               MOVE 'MONITOR '     TO MATCH-ACTION
               ADD 1 TO CARDS-MONITORED
           END-IF

           PERFORM SAVE-REGISTER-ROW
           .

      * 4) - an authorized user's card has no CRPL of its own; it is
      * ended as hot-listed, the same as the CRPL cascade leaves it.
       ACTION-USER-CARD.
           MOVE 'MATCHED ' TO MATCH-OUTCOME

           MOVE SPACES         TO CMPRCARD-RECORD
           MOVE CA-CARD-NUMBER TO CR-CARD-NUMBER
           MOVE UC-CUST-NO     TO CR-CUST-NO
           MOVE UC-APPL-SEQ-NO TO CR-APPL-SEQ-NO
           MOVE UC-USER-NO     TO CR-USER-NO

           IF CA-SEVERITY-HIGH
               MOVE UC-CUST-NO     TO HC-CUST-NO
               MOVE UC-APPL-SEQ-NO TO HC-APPL-SEQ-NO
               PERFORM HOTLIST-COMPROMISED-NUMBER

               MOVE 'H'         TO UC-CARD-STATUS
               MOVE RUN-DATE    TO UC-ENDED-DATE
               MOVE 'BREACH  '  TO UC-ENDED-REASON
               REWRITE USRCARD-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE

               MOVE 'USERHOT '  TO CR-STATUS
               MOVE 'HOTLIST '  TO MATCH-ACTION
               ADD 1 TO USER-CARDS-HOTLISTED
           ELSE
               MOVE 'MONITOR '  TO CR-STATUS
               MOVE 'MONITOR '  TO MATCH-ACTION
               ADD 1 TO CARDS-MONITORED
           END-IF

           PERFORM SAVE-REGISTER-ROW
           .

       HOTLIST-COMPROMISED-NUMBER.
           MOVE CA-CARD-NUMBER TO HC-CARD-NUMBER
           MOVE RUN-DATE       TO HC-HOTLIST-DATE
           MOVE RUN-TIME       TO HC-HOTLIST-TIME
           MOVE 'BREACH  '     TO HC-HOTLIST-REASON
           MOVE JOB-NAME-SELF  TO HC-REPORTED-BY

           WRITE HOTCARD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF HOTCARD-STATUS = '00'
               ADD 1 TO CARDS-HOTLISTED
           END-IF
           .

       SAVE-REGISTER-ROW.
           MOVE CA-BREACH-REF    TO CR-BREACH-REF
           MOVE CA-SEVERITY      TO CR-SEVERITY
           MOVE CA-EXPOSURE-DATE TO CR-EXPOSURE-DATE
           MOVE RUN-DATE         TO CR-NOTIFIED-DATE
           MOVE RUN-DATE         TO CR-ACTION-DATE
           MOVE JOB-NAME-SELF    TO CR-ACTIONED-BY

           IF REGISTER-ROW-FOUND = 'Y'
               ADD 1 TO MONITORED-UPGRADED
               REWRITE CMPRCARD-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE CMPRCARD-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF CMPRCARD-STATUS NOT = '00'
               ADD 1 TO REGISTER-FAILURES
               MOVE SPACES TO REPORT-LINE
               STRING 'REGISTER NOT UPDATED: CARD ****'
                      CA-CARD-NUMBER(13:4)
                      ' STATUS ' CMPRCARD-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      ******************************************************************
      * The reconciliation back to the scheme.
      ******************************************************************
       WRITE-RECON-DETAIL.
           EVALUATE MATCH-OUTCOME
               WHEN 'MATCHED '
                   ADD 1 TO NUMBERS-MATCHED
               WHEN 'CLOSED  '
                   ADD 1 TO NUMBERS-CLOSED
               WHEN 'NOTFOUND'
                   ADD 1 TO NUMBERS-NOT-FOUND
               WHEN OTHER
                   ADD 1 TO NUMBERS-REJECTED
           END-EVALUATE

           MOVE SPACES           TO CMPRRCN-RECORD
           MOVE 'D'              TO RN-RECORD-TYPE
           MOVE CA-BREACH-REF    TO RN-BREACH-REF
           MOVE CA-CARD-NUMBER   TO RN-CARD-NUMBER
           MOVE MATCH-OUTCOME    TO RN-OUTCOME
           MOVE MATCH-ACTION     TO RN-ACTION
           MOVE RUN-DATE         TO RN-PROCESSED-DATE
           IF MATCH-ACTION = 'ALREADY '
               MOVE PRIOR-BREACH-REF TO RN-PRIOR-BREACH-REF
           END-IF

           WRITE CMPRRCN-RECORD
           ADD 1 TO RECON-WRITTEN
           .

       WRITE-RECON-TRAILER.
           MOVE SPACES            TO CMPRRCN-TRAILER-RECORD
           MOVE 'T'               TO RN-TRL-RECORD-TYPE
           MOVE RECON-WRITTEN     TO RN-TRL-RECORD-COUNT
           MOVE NUMBERS-MATCHED   TO RN-TRL-MATCHED
           MOVE NUMBERS-CLOSED    TO RN-TRL-CLOSED
           MOVE NUMBERS-NOT-FOUND TO RN-TRL-NOT-FOUND
           MOVE NUMBERS-REJECTED  TO RN-TRL-REJECTED

           WRITE CMPRRCN-TRAILER-RECORD
           .

       CHECK-SCHEME-TRAILER.
           IF SCHEME-TRAILER-SEEN = 'N'
               DISPLAY 'OUT OF BALANCE: SCHEME COMPROMISE FILE HAD NO '
                   'TRAILER'
           ELSE
               IF SCHEME-TRAILER-COUNT NOT = NUMBERS-READ
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: SCHEME TRAILER COUNT '
                          SCHEME-TRAILER-COUNT ' READ ' NUMBERS-READ
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF
           .

       PRINT-COMPROMISE-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'NUMBERS READ:             ' NUMBERS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MATCHED - LIVE CARDS:     ' NUMBERS-MATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ALREADY CLOSED:           ' NUMBERS-CLOSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT FOUND:                ' NUMBERS-NOT-FOUND
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTED:                 ' NUMBERS-REJECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '----------------------------------------------'
           MOVE SPACES TO REPORT-LINE
           STRING 'NUMBERS HOT-LISTED:       ' CARDS-HOTLISTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDS FOR REISSUE:        ' CARDS-FOR-REISSUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'USER CARDS HOT-LISTED:    ' USER-CARDS-HOTLISTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDS MONITORED:          ' CARDS-MONITORED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MONITORED NOW REISSUED:   ' MONITORED-UPGRADED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ALREADY ACTIONED:         ' ALREADY-ACTIONED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REGISTER FAILURES:        ' REGISTER-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RECONCILIATION RECORDS:   ' RECON-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE NUMBERS-READ TO RUN-LOG-READ
           MOVE RECON-WRITTEN TO RUN-LOG-WRITTEN
           COMPUTE RUN-LOG-REJECTED =
               NUMBERS-REJECTED + REGISTER-FAILURES
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCMPMAT'.
