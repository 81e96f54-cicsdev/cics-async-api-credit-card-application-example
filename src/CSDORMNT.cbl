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
      *  CSDORMNT
      *
      * Monthly dormancy run. CM-ACCT-DORMANT ('M') used to be set
      * only when an operator keyed CUSM STA, so cards nobody had
      * used in years stayed open with their full limits counting
      * against the household exposure and the CSCONCEN
      * concentration figures. This job walks CUSTMAS and, for
      * every account, looks at each open (APPROVE) card position
      * on CSCACHE:
      *
      *   - a position is in use while its CARDLDG ledger (see
      *     copy/CARDLDG.cpy) has a cardholder row - a purchase,
      *     cash advance, refund, chargeback, payment, balance
      *     transfer or redemption, not our own fees or interest -
      *     posted in the last CP-DORMANT-MONTHS, or its card was
      *     activated in the last CP-DORMANT-ACTIVATE-MONTHS (or,
      *     never activated, was mailed that recently). A position
      *     whose card is not yet made or mailed is not judged;
      *   - an ACTIVE account none of whose open positions is in use
      *     is marked DORMANT, with a STATHIST row attributed to
      *     DORMANCY, and a use-it-or-lose-it letter is queued onto
      *     LTRARCH for each open position (result DORMNTC), naming
      *     the date the card will close;
      *   - a DORMANT account with any cardholder activity or
      *     activation on an open position since the day it went
      *     dormant is made ACTIVE again (STATHIST again);
      *   - a DORMANT account this run marked, still unused
      *     CP-DORMANT-NOTICE-MONTHS after it was marked, has every
      *     open position closed the way CCLS closes one (see
      *     src/CARDCLOS.cbl) - the CSCACHE position to CLOSED, which
      *     releases its limit from the household exposure, the
      *     CARDMAS row to CLOSED, every live authorized-user card
      *     ended with it, and a closure letter queued (result
      *     DORMCLS) - and the account itself moves to CLOSED.
      *
      * An account an operator made dormant through CUSM STA is
      * reactivated by activity the same way, but is never closed
      * here - no notice went out for it. The nightly CSPOSTNG run
      * also reactivates a dormant account the moment a cardholder
      * posting lands on it (see src/CSPOSTNG.cbl), so a card used
      * mid-month does not wait for this run.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSDORMNT.jcl. Schedule monthly, after the night's
      * CSPOSTNG and before CSLTRPRT so the letters print the same
      * night, with the files closed in the region.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSDORMNT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CUSTMAS ASSIGN TO CUSTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CM-CUST-NO
                  FILE STATUS IS CUSTMAS-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

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

           SELECT USRCARD ASSIGN TO USRCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UC-USER-CARD-KEY
                  FILE STATUS IS USRCARD-STATUS.

           SELECT STATHIST ASSIGN TO STATHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SH-HIST-KEY
                  FILE STATUS IS STATHIST-STATUS.

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
        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  USRCARD.
           COPY USRCARD.

        FD  STATHIST.
           COPY STATHIST.

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
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSDORMNT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSDORMNT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 USRCARD-STATUS           PIC X(2) VALUE '00'.
       1 STATHIST-STATUS          PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS           PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-CUSTMAS           PIC X(1) VALUE 'N'.
       1 END-OF-POSITIONS         PIC X(1) VALUE 'N'.
       1 END-OF-LEDGER-ROWS       PIC X(1) VALUE 'N'.
       1 END-OF-HISTORY           PIC X(1) VALUE 'N'.
       1 END-OF-USER-CARDS        PIC X(1) VALUE 'N'.

       1 RUN-DATE                 PIC X(8).
       1 RUN-TIME                 PIC X(8).
       1 LETTER-TIME              PIC X(8).
       1 LETTER-SEQ               PIC 9(3) VALUE 0.

      * Dormancy terms - CTLPARM's where set, else these.
       1 DORMANT-MONTHS           PIC 9(3) VALUE 12.
       1 DORMANT-ACTIVATE-MONTHS  PIC 9(3) VALUE 6.
       1 DORMANT-NOTICE-MONTHS    PIC 9(2) VALUE 2.

      * Month stepping, back from the run date for the two look-back
      * cutoffs and on from a dormancy date for the notice's end.
       1 STEP-DATE-NUM            PIC 9(8) VALUE 0.
       1 STEP-DATE-PARTS REDEFINES STEP-DATE-NUM.
         2 STEP-YEAR              PIC 9(4).
         2 STEP-MONTH             PIC 9(2).
         2 STEP-DAY               PIC 9(2).
       1 STEP-MONTHS              PIC 9(3) VALUE 0.
       1 DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       1 LEAP-REMAINDER           PIC 9(4) VALUE 0.
       1 LEAP-QUOTIENT            PIC 9(4) VALUE 0.

       1 LEDGER-CUTOFF-X          PIC X(8) VALUE SPACES.
       1 ACTIVATE-CUTOFF-X        PIC X(8) VALUE SPACES.
       1 NOTICE-END-X             PIC X(8) VALUE SPACES.

      * What counts as use on one review. An ACTIVE account is
      * judged against the look-back cutoffs, with a new card given
      * its activation window; a DORMANT one against the day it
      * went dormant, with no such grace.
       1 LEDGER-SINCE-X           PIC X(8) VALUE SPACES.
       1 ACTIVATE-SINCE-X         PIC X(8) VALUE SPACES.
       1 NEW-CARD-GRACE           PIC X(1) VALUE 'Y'.
       1 ACCOUNT-IN-USE           PIC X(1) VALUE 'N'.
       1 ROW-SOURCE               PIC X(8) VALUE SPACES.
         88 ROW-IS-CARDHOLDER-ACTIVITY
                                  VALUE 'CLEARING' 'BANKPAY '
                                        'SUSPENSE' 'DIRDEBIT'
                                        'BTINSTR ' 'REWARDS '.

      * The account's open positions - at most ten sequences.
       1 POSITION-TABLE.
         2 POSITION-SEQ-NO        PIC 9(1) OCCURS 10.
       1 POSITION-COUNT           PIC S9(4) COMP VALUE 0.
       1 POSITION-IX              PIC S9(4) COMP VALUE 0.
       1 POSITIONS-SHOWN          PIC 9(2) VALUE 0.

      * The account's latest STATHIST row.
       1 DORMANT-SINCE            PIC X(8) VALUE SPACES.
       1 DORMANT-SET-BY           PIC X(8) VALUE SPACES.
       1 LAST-HIST-STATUS         PIC X(1) VALUE SPACES.
       1 HIST-CHANGED-BY          PIC X(8) VALUE 'DORMANCY'.
       1 NEW-ACCT-STATUS          PIC X(1) VALUE SPACES.

       1 USER-CARDS-ENDED         PIC 9(1) VALUE 0.
       1 LETTER-RESULT            PIC X(7) VALUE SPACES.

      * Field-level PII protection - see src/CSCRYPT.cbl. The cache
      * row's PII is decrypted under the key named on it before each
      * letter is built.
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

       1 DORMANCY-TOTALS.
         2 CUSTOMERS-READ         PIC 9(7) VALUE 0.
         2 ACCOUNTS-IN-USE        PIC 9(7) VALUE 0.
         2 NO-OPEN-POSITIONS      PIC 9(7) VALUE 0.
         2 MARKED-DORMANT         PIC 9(7) VALUE 0.
         2 REACTIVATED            PIC 9(7) VALUE 0.
         2 IN-NOTICE              PIC 9(7) VALUE 0.
         2 CLOSED-DORMANT         PIC 9(7) VALUE 0.
         2 POSITIONS-CLOSED       PIC 9(7) VALUE 0.
         2 USER-CARDS-CLOSED      PIC 9(7) VALUE 0.
         2 OPERATOR-DORMANT       PIC 9(7) VALUE 0.
         2 NOT-REVIEWED           PIC 9(7) VALUE 0.
         2 LETTERS-QUEUED         PIC 9(7) VALUE 0.
         2 LETTERS-NOT-QUEUED     PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM COMPUTE-CUTOFF-DATES

           OPEN I-O CUSTMAS
           OPEN I-O CSCACHE
           OPEN I-O CARDMAS
           OPEN INPUT CARDLDG
           OPEN I-O USRCARD
           OPEN I-O STATHIST
           OPEN I-O LTRARCH

           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'DORMANCY RUN ' RUN-DATE
                  ' - NO USE SINCE ' LEDGER-CUTOFF-X
                  ', NO ACTIVATION SINCE ' ACTIVATE-CUTOFF-X
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM READ-NEXT-CUSTOMER
           PERFORM REVIEW-ONE-CUSTOMER
               UNTIL END-OF-CUSTMAS = 'Y'

           CLOSE CUSTMAS
           CLOSE CSCACHE
           CLOSE CARDMAS
           CLOSE CARDLDG
           CLOSE USRCARD
           CLOSE STATHIST
           CLOSE LTRARCH

           PERFORM PRINT-DORMANCY-SUMMARY

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
               IF CP-DORMANT-MONTHS IS NUMERIC
                  AND CP-DORMANT-MONTHS > 0
                   MOVE CP-DORMANT-MONTHS TO DORMANT-MONTHS
               END-IF
               IF CP-DORMANT-ACTIVATE-MONTHS IS NUMERIC
                  AND CP-DORMANT-ACTIVATE-MONTHS > 0
                   MOVE CP-DORMANT-ACTIVATE-MONTHS
                       TO DORMANT-ACTIVATE-MONTHS
               END-IF
               IF CP-DORMANT-NOTICE-MONTHS IS NUMERIC
                  AND CP-DORMANT-NOTICE-MONTHS > 0
                   MOVE CP-DORMANT-NOTICE-MONTHS
                       TO DORMANT-NOTICE-MONTHS
               END-IF
           END-IF

           CLOSE CTLPARM
           .

       COMPUTE-CUTOFF-DATES.
           MOVE RUN-DATE TO STEP-DATE-NUM
           MOVE DORMANT-MONTHS TO STEP-MONTHS
           PERFORM STEP-DATE-BACK-ONE-MONTH STEP-MONTHS TIMES
           MOVE STEP-DATE-NUM TO LEDGER-CUTOFF-X

           MOVE RUN-DATE TO STEP-DATE-NUM
           MOVE DORMANT-ACTIVATE-MONTHS TO STEP-MONTHS
           PERFORM STEP-DATE-BACK-ONE-MONTH STEP-MONTHS TIMES
           MOVE STEP-DATE-NUM TO ACTIVATE-CUTOFF-X
           .

       STEP-DATE-BACK-ONE-MONTH.
           IF STEP-MONTH = 1
               MOVE 12 TO STEP-MONTH
               SUBTRACT 1 FROM STEP-YEAR
           ELSE
               SUBTRACT 1 FROM STEP-MONTH
           END-IF
           .

      * The notice's end - a dormancy date stepped on
      * CP-DORMANT-NOTICE-MONTHS, the day held inside the month.
       COMPUTE-NOTICE-END.
           MOVE DORMANT-NOTICE-MONTHS TO STEP-MONTHS
           PERFORM STEP-DATE-ON-ONE-MONTH STEP-MONTHS TIMES

           PERFORM SET-DAYS-IN-STEP-MONTH
           IF STEP-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO STEP-DAY
           END-IF

           MOVE STEP-DATE-NUM TO NOTICE-END-X
           .

       STEP-DATE-ON-ONE-MONTH.
           IF STEP-MONTH = 12
               MOVE 1 TO STEP-MONTH
               ADD 1 TO STEP-YEAR
           ELSE
               ADD 1 TO STEP-MONTH
           END-IF
           .

       SET-DAYS-IN-STEP-MONTH.
           EVALUATE STEP-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   DIVIDE STEP-YEAR BY 4
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

       READ-NEXT-CUSTOMER.
           READ CUSTMAS NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CUSTMAS
           END-READ
           .

      * REWRITE acts on the account just read, since CUSTMAS is open
      * ACCESS MODE SEQUENTIAL - see READ-NEXT-CUSTOMER.
       REVIEW-ONE-CUSTOMER.
           ADD 1 TO CUSTOMERS-READ

           EVALUATE TRUE
               WHEN CM-ACCT-ACTIVE
                   PERFORM REVIEW-ACTIVE-ACCOUNT
               WHEN CM-ACCT-DORMANT
                   PERFORM REVIEW-DORMANT-ACCOUNT
               WHEN OTHER
                   ADD 1 TO NOT-REVIEWED
           END-EVALUATE

           PERFORM READ-NEXT-CUSTOMER
           .

       REVIEW-ACTIVE-ACCOUNT.
           MOVE LEDGER-CUTOFF-X   TO LEDGER-SINCE-X
           MOVE ACTIVATE-CUTOFF-X TO ACTIVATE-SINCE-X
           MOVE 'Y'               TO NEW-CARD-GRACE
           PERFORM COLLECT-OPEN-POSITIONS

           EVALUATE TRUE
               WHEN POSITION-COUNT = 0
                   ADD 1 TO NO-OPEN-POSITIONS
               WHEN ACCOUNT-IN-USE = 'Y'
                   ADD 1 TO ACCOUNTS-IN-USE
               WHEN OTHER
                   PERFORM MARK-ACCOUNT-DORMANT
           END-EVALUATE
           .

      ******************************************************************
      * A dormant account - back to ACTIVE on any use since it went
      * dormant; closed once the notice this run gave it has run
      * out; otherwise left to run its notice.
      ******************************************************************
       REVIEW-DORMANT-ACCOUNT.
           PERFORM FIND-DORMANCY-HISTORY

           IF DORMANT-SINCE = SPACES
               MOVE LEDGER-CUTOFF-X   TO LEDGER-SINCE-X
               MOVE ACTIVATE-CUTOFF-X TO ACTIVATE-SINCE-X
           ELSE
               MOVE DORMANT-SINCE TO LEDGER-SINCE-X
               MOVE DORMANT-SINCE TO ACTIVATE-SINCE-X
           END-IF
           MOVE 'N' TO NEW-CARD-GRACE
           PERFORM COLLECT-OPEN-POSITIONS

           IF ACCOUNT-IN-USE = 'Y'
               PERFORM REACTIVATE-ACCOUNT
           ELSE
               IF DORMANT-SET-BY NOT = 'DORMANCY'
                   ADD 1 TO OPERATOR-DORMANT
               ELSE
                   MOVE DORMANT-SINCE TO STEP-DATE-NUM
                   PERFORM COMPUTE-NOTICE-END
                   IF NOTICE-END-X <= RUN-DATE
                       PERFORM CLOSE-DORMANT-ACCOUNT
                   ELSE
                       ADD 1 TO IN-NOTICE
                   END-IF
               END-IF
           END-IF
           .

      * The latest STATHIST row for the account says when, and by
      * whom, it was made dormant. No such row (a status loaded by
      * CUSLOAD, say) is an operator's dormancy for this run.
       FIND-DORMANCY-HISTORY.
           MOVE SPACES TO DORMANT-SINCE
           MOVE SPACES TO DORMANT-SET-BY
           MOVE SPACES TO LAST-HIST-STATUS
           MOVE 'N'    TO END-OF-HISTORY

           MOVE CM-CUST-NO TO SH-CUST-NO
           MOVE LOW-VALUES TO SH-CHANGE-DATE
           MOVE LOW-VALUES TO SH-CHANGE-TIME

           START STATHIST KEY >= SH-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-HISTORY
           END-START

           PERFORM READ-ONE-HISTORY-ROW
               UNTIL END-OF-HISTORY = 'Y'

           IF LAST-HIST-STATUS NOT = 'M'
               MOVE SPACES TO DORMANT-SINCE
               MOVE SPACES TO DORMANT-SET-BY
           END-IF
           .

       READ-ONE-HISTORY-ROW.
           READ STATHIST NEXT
               AT END
                   MOVE 'Y' TO END-OF-HISTORY
           END-READ

           IF END-OF-HISTORY = 'N'
               IF STATHIST-STATUS NOT = '00'
                  OR SH-CUST-NO NOT = CM-CUST-NO
                   MOVE 'Y' TO END-OF-HISTORY
               ELSE
                   MOVE SH-NEW-STATUS  TO LAST-HIST-STATUS
                   MOVE SH-CHANGE-DATE TO DORMANT-SINCE
                   MOVE SH-CHANGED-BY  TO DORMANT-SET-BY
               END-IF
           END-IF
           .

      ******************************************************************
      * The account's APPROVE positions on CSCACHE, each checked for
      * use until one is found.
      ******************************************************************
       COLLECT-OPEN-POSITIONS.
           MOVE 0   TO POSITION-COUNT
           MOVE 'N' TO ACCOUNT-IN-USE
           MOVE 'N' TO END-OF-POSITIONS

           MOVE CM-CUST-NO TO CC-CUST-NO
           MOVE 0          TO CC-APPL-SEQ-NO

           START CSCACHE KEY >= CC-CACHE-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-POSITIONS
           END-START

           PERFORM READ-ONE-POSITION
               UNTIL END-OF-POSITIONS = 'Y'
           .

       READ-ONE-POSITION.
           READ CSCACHE NEXT
               AT END
                   MOVE 'Y' TO END-OF-POSITIONS
           END-READ

           IF END-OF-POSITIONS = 'N'
               IF CSCACHE-STATUS NOT = '00'
                  OR CC-CUST-NO NOT = CM-CUST-NO
                   MOVE 'Y' TO END-OF-POSITIONS
               ELSE
                   IF CC-DECISION = 'APPROVE '
                      AND POSITION-COUNT < 10
                       ADD 1 TO POSITION-COUNT
                       MOVE CC-APPL-SEQ-NO
                           TO POSITION-SEQ-NO (POSITION-COUNT)
                       IF ACCOUNT-IN-USE = 'N'
                           PERFORM CHECK-POSITION-IN-USE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      * A position with no card made or mailed yet is not judged -
      * the CSAPPEXP and CSCRDACT sweeps deal with those.
       CHECK-POSITION-IN-USE.
           MOVE CC-CUST-NO     TO CD-CUST-NO
           MOVE CC-APPL-SEQ-NO TO CD-APPL-SEQ-NO

           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN CARDMAS-STATUS NOT = '00'
                   MOVE 'Y' TO ACCOUNT-IN-USE
               WHEN CD-MAIL-DATE = SPACES
                AND CD-ACTIVATION-DATE = SPACES
                   MOVE 'Y' TO ACCOUNT-IN-USE
               WHEN CD-ACTIVATION-DATE NOT = SPACES
                AND CD-ACTIVATION-DATE >= ACTIVATE-SINCE-X
                   MOVE 'Y' TO ACCOUNT-IN-USE
               WHEN NEW-CARD-GRACE = 'Y'
                AND CD-ACTIVATION-DATE = SPACES
                AND CD-MAIL-DATE >= ACTIVATE-SINCE-X
                   MOVE 'Y' TO ACCOUNT-IN-USE
               WHEN OTHER
                   PERFORM SCAN-LEDGER-FOR-USE
           END-EVALUATE
           .

      * The position's ledger rows from the since-date on - the
      * first cardholder row ends the scan.
       SCAN-LEDGER-FOR-USE.
           MOVE 'N'            TO END-OF-LEDGER-ROWS
           MOVE CC-CUST-NO     TO LG-CUST-NO
           MOVE CC-APPL-SEQ-NO TO LG-APPL-SEQ-NO
           MOVE LEDGER-SINCE-X TO LG-POST-DATE
           MOVE 0              TO LG-POST-SEQ

           START CARDLDG KEY >= LG-LEDGER-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-LEDGER-ROWS
           END-START

           PERFORM READ-ONE-LEDGER-ROW
               UNTIL END-OF-LEDGER-ROWS = 'Y'
           .

       READ-ONE-LEDGER-ROW.
           READ CARDLDG NEXT
               AT END
                   MOVE 'Y' TO END-OF-LEDGER-ROWS
           END-READ

           IF END-OF-LEDGER-ROWS = 'N'
               IF CARDLDG-STATUS NOT = '00'
                  OR LG-CUST-NO NOT = CC-CUST-NO
                  OR LG-APPL-SEQ-NO NOT = CC-APPL-SEQ-NO
                   MOVE 'Y' TO END-OF-LEDGER-ROWS
               ELSE
                   MOVE LG-SOURCE TO ROW-SOURCE
                   IF ROW-IS-CARDHOLDER-ACTIVITY
                       MOVE 'Y' TO ACCOUNT-IN-USE
                       MOVE 'Y' TO END-OF-LEDGER-ROWS
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * ACTIVE to DORMANT - the history row, then one notice per open
      * position naming the day it closes if it is still not used.
      ******************************************************************
       MARK-ACCOUNT-DORMANT.
           MOVE 'M' TO NEW-ACCT-STATUS
           PERFORM CHANGE-ACCOUNT-STATUS
           ADD 1 TO MARKED-DORMANT

           MOVE RUN-DATE TO STEP-DATE-NUM
           PERFORM COMPUTE-NOTICE-END

           MOVE POSITION-COUNT TO POSITIONS-SHOWN
           MOVE SPACES TO REPORT-LINE
           STRING 'MARKED DORMANT: ACCT ' CM-CUST-NO
                  ' POSITIONS ' POSITIONS-SHOWN
                  ' CLOSING ' NOTICE-END-X
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE 'DORMNTC' TO LETTER-RESULT
           MOVE 0 TO POSITION-IX
           PERFORM QUEUE-ONE-POSITION-LETTER POSITION-COUNT TIMES
           .

       REACTIVATE-ACCOUNT.
           MOVE 'A' TO NEW-ACCT-STATUS
           PERFORM CHANGE-ACCOUNT-STATUS
           ADD 1 TO REACTIVATED

           MOVE SPACES TO REPORT-LINE
           STRING 'REACTIVATED: ACCT ' CM-CUST-NO
                  ' DORMANT SINCE ' DORMANT-SINCE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      ******************************************************************
      * The notice has run out unanswered - each open position is
      * closed as CCLS closes one, then the account itself.
      ******************************************************************
       CLOSE-DORMANT-ACCOUNT.
           MOVE 'DORMCLS' TO LETTER-RESULT
           MOVE 0 TO POSITION-IX
           PERFORM CLOSE-ONE-POSITION POSITION-COUNT TIMES

           MOVE 'C' TO NEW-ACCT-STATUS
           PERFORM CHANGE-ACCOUNT-STATUS
           ADD 1 TO CLOSED-DORMANT

           MOVE POSITION-COUNT TO POSITIONS-SHOWN
           MOVE SPACES TO REPORT-LINE
           STRING 'CLOSED DORMANT: ACCT ' CM-CUST-NO
                  ' POSITIONS ' POSITIONS-SHOWN
                  ' DORMANT SINCE ' DORMANT-SINCE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The change is attributed to the run, not an operator, the
      * way CSDCSDFD attributes its own to the registry feed.
       CHANGE-ACCOUNT-STATUS.
           MOVE CM-ACCT-STATUS  TO SH-OLD-STATUS
           MOVE NEW-ACCT-STATUS TO CM-ACCT-STATUS

           REWRITE CUSTMAS-RECORD

           MOVE CM-CUST-NO      TO SH-CUST-NO
           MOVE RUN-DATE        TO SH-CHANGE-DATE
           MOVE RUN-TIME        TO SH-CHANGE-TIME
           MOVE NEW-ACCT-STATUS TO SH-NEW-STATUS
           MOVE HIST-CHANGED-BY TO SH-CHANGED-BY

           WRITE STATHIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           .

      * The cache position first - its limit leaves the household
      * exposure the moment it is no longer APPROVE - then the card,
      * the user cards drawing on it, and the letter.
       CLOSE-ONE-POSITION.
           ADD 1 TO POSITION-IX

           MOVE CM-CUST-NO                 TO CC-CUST-NO
           MOVE POSITION-SEQ-NO (POSITION-IX) TO CC-APPL-SEQ-NO

           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS = '00'
              AND CC-DECISION = 'APPROVE '
               MOVE 'CLOSED  ' TO CC-DECISION
               MOVE RUN-DATE   TO CC-CHECKED-DATE
               REWRITE CSCACHE-RECORD
               ADD 1 TO POSITIONS-CLOSED

               PERFORM CLOSE-POSITION-CARD
               PERFORM CLOSE-POSITION-USER-CARDS
               PERFORM QUEUE-POSITION-LETTER
           END-IF
           .

       CLOSE-POSITION-CARD.
           MOVE CC-CUST-NO     TO CD-CUST-NO
           MOVE CC-APPL-SEQ-NO TO CD-APPL-SEQ-NO

           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDMAS-STATUS = '00'
               MOVE 'CLOSED  ' TO CD-PRODUCTION-STATUS
               REWRITE CARDMAS-RECORD
           END-IF
           .

      * Every live authorized-user card on the position ends with
      * it, as the USRCASCP cascade ends them for CCLS.
       CLOSE-POSITION-USER-CARDS.
           MOVE 0   TO USER-CARDS-ENDED
           MOVE 'N' TO END-OF-USER-CARDS

           MOVE CC-CUST-NO     TO UC-CUST-NO
           MOVE CC-APPL-SEQ-NO TO UC-APPL-SEQ-NO
           MOVE 0              TO UC-USER-NO

           START USRCARD KEY >= UC-USER-CARD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-USER-CARDS
           END-START

           PERFORM END-ONE-USER-CARD
               UNTIL END-OF-USER-CARDS = 'Y'

           ADD USER-CARDS-ENDED TO USER-CARDS-CLOSED
           .

       END-ONE-USER-CARD.
           READ USRCARD NEXT
               AT END
                   MOVE 'Y' TO END-OF-USER-CARDS
           END-READ

           IF END-OF-USER-CARDS = 'N'
               IF USRCARD-STATUS NOT = '00'
                  OR UC-CUST-NO NOT = CC-CUST-NO
                  OR UC-APPL-SEQ-NO NOT = CC-APPL-SEQ-NO
                   MOVE 'Y' TO END-OF-USER-CARDS
               ELSE
                   IF UC-CARD-LIVE
                       MOVE 'C'        TO UC-CARD-STATUS
                       MOVE RUN-DATE   TO UC-ENDED-DATE
                       MOVE 'DORMANT ' TO UC-ENDED-REASON
                       REWRITE USRCARD-RECORD
                       IF USRCARD-STATUS = '00'
                           ADD 1 TO USER-CARDS-ENDED
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * One letter per open position, built from the cache row's own
      * identity - decrypted under the key named on it - the way
      * CSPROMEX builds its notices. The letter time takes a per-row
      * sequence suffix so two letters generated the same second
      * never collide on the archive key.
      ******************************************************************
       QUEUE-ONE-POSITION-LETTER.
           ADD 1 TO POSITION-IX

           MOVE CM-CUST-NO                 TO CC-CUST-NO
           MOVE POSITION-SEQ-NO (POSITION-IX) TO CC-APPL-SEQ-NO

           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS = '00'
               PERFORM QUEUE-POSITION-LETTER
           ELSE
               ADD 1 TO LETTERS-NOT-QUEUED
           END-IF
           .

       QUEUE-POSITION-LETTER.
           MOVE CC-CUSTOMER-NAME         TO LETTER-NAME
           MOVE CC-CUSTOMER-ADDRESS-DATA TO LETTER-ADDRESS

           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
               LETTER-NAME CRYPT-FIELD-LEN
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
           MOVE 'Dear ' TO DL-LINE-06

           IF LETTER-RESULT = 'DORMNTC'
               PERFORM WORD-DORMANCY-NOTICE
           ELSE
               PERFORM WORD-DORMANCY-CLOSURE
           END-IF

           MOVE CC-CUST-NO     TO LA-CUST-NO
           MOVE CC-APPL-SEQ-NO TO LA-APPL-SEQ-NO
           MOVE RUN-DATE       TO LA-LETTER-DATE

           ADD 1 TO LETTER-SEQ
           MOVE SPACES TO LETTER-TIME
           STRING RUN-TIME(1:4) ':' LETTER-SEQ
               DELIMITED BY SIZE INTO LETTER-TIME
           MOVE LETTER-TIME    TO LA-LETTER-TIME

           MOVE LETTER-RESULT   TO LA-APPLICATION-RESULT
           MOVE 'PENDING '      TO LA-DISPATCH-STATUS
           MOVE SPACES          TO LA-PRINTED-DATE
           MOVE DECISION-LETTER TO LA-LETTER-TEXT

           WRITE LTRARCH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF LTRARCH-STATUS = '00'
               ADD 1 TO LETTERS-QUEUED
           ELSE
               ADD 1 TO LETTERS-NOT-QUEUED
           END-IF
           .

       WORD-DORMANCY-NOTICE.
           MOVE SPACES TO DL-LINE-07
           STRING 'We have not seen your ' CC-PRODUCT-CODE
                  ' card used for some time.'
               DELIMITED BY SIZE INTO DL-LINE-07
           MOVE 'Unless the card is used, or a payment is made, before'
               TO DL-LINE-08
           STRING NOTICE-END-X(1:4) '-' NOTICE-END-X(5:2) '-'
                  NOTICE-END-X(7:2)
                  ' we will close it and cancel its credit limit.'
               DELIMITED BY SIZE INTO DL-LINE-09
           MOVE 'If you want to keep the card, simply use it - you do'
               TO DL-LINE-10
           MOVE 'not need to contact us.'
               TO DL-LINE-11
           MOVE 11 TO DL-LINE-COUNT
           .

       WORD-DORMANCY-CLOSURE.
           MOVE SPACES TO DL-LINE-07
           STRING 'As we wrote to tell you, your ' CC-PRODUCT-CODE
                  ' card has not been used'
               DELIMITED BY SIZE INTO DL-LINE-07
           MOVE 'and we have now closed it. The card can no longer be'
               TO DL-LINE-08
           MOVE 'used. Any outstanding balance remains payable under'
               TO DL-LINE-09
           MOVE 'your existing terms.'
               TO DL-LINE-10
           MOVE 10 TO DL-LINE-COUNT
           .

       PRINT-DORMANCY-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CUSTOMERS READ:           ' CUSTOMERS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNTS IN USE:          ' ACCOUNTS-IN-USE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NO OPEN POSITIONS:        ' NO-OPEN-POSITIONS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE POSITION-COUNT TO POSITIONS-SHOWN
           MOVE SPACES TO REPORT-LINE
           STRING 'MARKED DORMANT:           ' MARKED-DORMANT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REACTIVATED:              ' REACTIVATED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'STILL IN NOTICE:          ' IN-NOTICE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLOSED AFTER NOTICE:      ' CLOSED-DORMANT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITIONS CLOSED:         ' POSITIONS-CLOSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'USER CARDS CLOSED:        ' USER-CARDS-CLOSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DORMANT BY OPERATOR:      ' OPERATOR-DORMANT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLOSED/DECEASED/BLOCKED:  ' NOT-REVIEWED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LETTERS QUEUED:           ' LETTERS-QUEUED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF LETTERS-NOT-QUEUED > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'LETTERS NOT QUEUED:       ' LETTERS-NOT-QUEUED
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE CUSTOMERS-READ TO RUN-LOG-READ
           MOVE POSITIONS-CLOSED TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSDORMNT'.
