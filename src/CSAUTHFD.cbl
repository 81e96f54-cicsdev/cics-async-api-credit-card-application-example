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
      *  CSAUTHFD
      *
      * Card-status feed to the authorization switch. The switch
      * answers for our cards but has no view of our card book - a
      * hot-listed number, a closed position or a card still in the
      * post meant nothing to it. This job tells it, card number by
      * card number (see copy/AUTHFEED.cpy for the file):
      *
      *   - every CARDMAS row carrying a card number, with its
      *     expiry, a status read from the card, its CSCACHE
      *     position and the CUSTMAS account (hot-listed if the
      *     number is on HOTCARD, closed if the card, the position
      *     or the account is closed or the customer deceased,
      *     blocked if the card was never activated in time or the
      *     account is blocked, locked while the cardholder has it
      *     under a CLCK temporary lock, active once CACT has
      *     activated it,
      *     otherwise not activated), the position's credit limit
      *     and its open-to-buy - the limit less the CARDBAL ledger
      *     balance, less every CAUT approval still HELD on AUTHHOLD
      *     (see copy/AUTHHOLD.cpy) and not yet past its expiry;
      *   - every HOTCARD number CARDMAS no longer carries - the old
      *     numbers CRPL replaced - as hot-listed, so the plastic
      *     still in someone else's hands keeps being declined;
      *   - every authorized-user card on USRCARD (see
      *     copy/USRCARD.cpy) not already sent off HOTCARD, under
      *     the position it draws on: the primary card's status,
      *     except closed once the user card is ended and not
      *     activated until the bureau has produced it, and the
      *     position's limit and open-to-buy.
      *
      * Any number the card scheme has named in a data breach and we
      * left live for monitoring (MONITOR on the CMPRCARD register -
      * see copy/CMPRCARD.cpy and src/CSCMPMAT.cbl) goes with the
      * monitoring flag set, so the switch watches it. A region with
      * no CMPRCARD file flags nothing.
      *
      * The AUTHFCTL control card says which file to build: FULL (or
      * no card at all) sends every entry and is the nightly run;
      * DELTA sends only the entries that differ from what the
      * switch was last sent, held on AUTHSNAP (see
      * copy/AUTHSNAP.cpy), and may run as often as wanted during
      * the day. Every entry sent refreshes its AUTHSNAP row.
      *
      * The file's trailer balances back to CARDMAS - rows read,
      * rows with no card number yet, hot-list numbers from HOTCARD
      * alone, entries sent and (on a DELTA) entries unchanged, a
      * count per status and a hash total of the numbers sent. The
      * run proves the balance itself before the file goes and ends
      * with RETURN-CODE 8 if it does not hold.
      *
      * The nightly FULL run is part of the nightly chain - it
      * registers on DAYCTL behind CSGRDAPP (see copy/DAYCTLP.cpy),
      * the last job to post or to move a card's status or limit,
      * so the open-to-buy it sends carries the night's postings,
      * fees and interest, and the status and limit carry tonight's
      * charge-offs (CSCHGOFF) and graduations (CSGRDAPP). A DELTA
      * run stays outside day control.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSAUTHFD.jcl (nightly) and jcl/CSAUTHDL.jcl (intraday).
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSAUTHFD.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO AUTHFCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AUTHFCTL-STATUS.

           SELECT AUTHFEED-FILE ASSIGN TO AUTHFEED
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AUTHFEED-STATUS.

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT HOTCARD ASSIGN TO HOTCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HC-CARD-NUMBER
                  FILE STATUS IS HOTCARD-STATUS.

           SELECT USRCARD ASSIGN TO USRCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UC-USER-CARD-KEY
                  FILE STATUS IS USRCARD-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT CUSTMAS ASSIGN TO CUSTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUST-NO
                  FILE STATUS IS CUSTMAS-STATUS.

           SELECT CARDBAL ASSIGN TO CARDBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CB-CARD-KEY
                  FILE STATUS IS CARDBAL-STATUS.

           SELECT AUTHSNAP ASSIGN TO AUTHSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SW-CARD-NUMBER
                  FILE STATUS IS AUTHSNAP-STATUS.

           SELECT CMPRCARD ASSIGN TO CMPRCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CR-CARD-NUMBER
                  FILE STATUS IS CMPRCARD-STATUS.

           SELECT AUTHHOLD ASSIGN TO AUTHHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AH-HOLD-KEY
                  FILE STATUS IS AUTHHOLD-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
           COPY DAYCTL.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  AUTHFEED-FILE.
           COPY AUTHFEED.

        FD  AUTHHOLD.
           COPY AUTHHOLD.

        FD  CMPRCARD.
           COPY CMPRCARD.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  HOTCARD.
           COPY HOTCARD.

        FD  USRCARD.
           COPY USRCARD.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  AUTHSNAP.
           COPY AUTHSNAP.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSAUTHFD'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSAUTHFD'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy. Consulted by the FULL run
      * only.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSAUTHFD'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSGRDAPP'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 AUTHFCTL-STATUS          PIC X(2) VALUE '00'.
       1 AUTHFEED-STATUS          PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 HOTCARD-STATUS           PIC X(2) VALUE '00'.
       1 USRCARD-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 AUTHSNAP-STATUS          PIC X(2) VALUE '00'.
       1 AUTHHOLD-STATUS          PIC X(2) VALUE '00'.
       1 AUTHHOLD-OPEN            PIC X(1) VALUE 'N'.
       1 CMPRCARD-STATUS          PIC X(2) VALUE '00'.
       1 CMPRCARD-OPEN            PIC X(1) VALUE 'N'.
       1 END-OF-HOLDS             PIC X(1) VALUE 'N'.
       1 END-OF-CARDMAS           PIC X(1) VALUE 'N'.
       1 END-OF-HOTCARD           PIC X(1) VALUE 'N'.
       1 END-OF-USER-CARDS        PIC X(1) VALUE 'N'.
       1 SNAPSHOT-FOUND           PIC X(1) VALUE 'N'.

      * FULL or DELTA, from the AUTHFCTL control card.
       1 FEED-TYPE                PIC X(5) VALUE 'FULL '.
         88 FEED-IS-FULL          VALUE 'FULL '.
         88 FEED-IS-DELTA         VALUE 'DELTA'.

      * The entry being built for one card number.
       1 ENTRY-CARD-NUMBER        PIC X(16) VALUE SPACES.
       1 ENTRY-CUST-NO            PIC X(8) VALUE SPACES.
       1 ENTRY-APPL-SEQ-NO        PIC 9(1) VALUE 0.
       1 ENTRY-EXPIRY-DATE        PIC X(8) VALUE SPACES.
       1 ENTRY-STATUS             PIC X(1) VALUE SPACES.
       1 ENTRY-CREDIT-LIMIT       PIC 9(7) VALUE 0.
       1 ENTRY-OPEN-TO-BUY        PIC S9(8)V99 VALUE 0.
       1 ENTRY-MONITOR-FLAG       PIC X(1) VALUE SPACES.
       1 POSITION-DECISION        PIC X(8) VALUE SPACES.
       1 ACCOUNT-STATUS           PIC X(1) VALUE SPACES.
       1 LEDGER-BALANCE           PIC S9(7)V99 VALUE 0.
       1 HELD-AMOUNT              PIC 9(9)V99 VALUE 0.

      * The hash total - digits 7 to 16 of each number sent, kept
      * to its low-order fifteen digits.
       1 HASH-PIECE               PIC 9(10) VALUE 0.
       1 HASH-TOTAL               PIC 9(16) VALUE 0.

       1 FEED-TOTALS.
         2 CARDMAS-ROWS-READ      PIC 9(7) VALUE 0.
         2 UNNUMBERED-ROWS        PIC 9(7) VALUE 0.
         2 HOTCARD-ROWS-READ      PIC 9(7) VALUE 0.
         2 HOTCARD-ON-CARDMAS     PIC 9(7) VALUE 0.
         2 HOTCARD-ONLY-ROWS      PIC 9(7) VALUE 0.
         2 USER-CARD-ROWS-READ    PIC 9(7) VALUE 0.
         2 USER-CARDS-ON-HOTCARD  PIC 9(7) VALUE 0.
         2 USER-CARDS-FED         PIC 9(7) VALUE 0.
         2 ENTRIES-SENT           PIC 9(7) VALUE 0.
         2 ENTRIES-UNCHANGED      PIC 9(7) VALUE 0.
         2 SENT-ACTIVE            PIC 9(7) VALUE 0.
         2 SENT-NOT-ACTIVATED     PIC 9(7) VALUE 0.
         2 SENT-CLOSED            PIC 9(7) VALUE 0.
         2 SENT-HOTLISTED         PIC 9(7) VALUE 0.
         2 SENT-BLOCKED           PIC 9(7) VALUE 0.
         2 SENT-LOCKED            PIC 9(7) VALUE 0.
         2 SNAPSHOT-FAILURES      PIC 9(7) VALUE 0.
         2 ENTRIES-EXPECTED       PIC 9(7) VALUE 0.
         2 STATUS-COUNT-TOTAL     PIC 9(7) VALUE 0.

       1 FEED-BALANCED            PIC X(1) VALUE 'Y'.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM READ-FEED-CARD

           IF FEED-IS-FULL
               PERFORM CHECK-DAY-CONTROL
               IF DAY-CONTROL-OK = 'N'
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CARDMAS
           OPEN INPUT HOTCARD
           OPEN INPUT USRCARD
           OPEN INPUT CSCACHE
           OPEN INPUT CUSTMAS
           OPEN INPUT CARDBAL
           OPEN I-O AUTHSNAP
           OPEN OUTPUT AUTHFEED-FILE

      * No AUTHHOLD yet (CAUT never used) just means no holds.
           OPEN INPUT AUTHHOLD
           IF AUTHHOLD-STATUS = '00'
               MOVE 'Y' TO AUTHHOLD-OPEN
           END-IF

      * No CMPRCARD yet (no compromise ever worked) flags nothing.
           OPEN INPUT CMPRCARD
           IF CMPRCARD-STATUS = '00'
               MOVE 'Y' TO CMPRCARD-OPEN
           END-IF

           PERFORM WRITE-FEED-HEADER

           MOVE LOW-VALUES TO CD-CARD-KEY
           START CARDMAS KEY NOT LESS THAN CD-CARD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-CARDMAS
           END-START

           IF END-OF-CARDMAS = 'N'
               PERFORM READ-NEXT-CARDMAS-ROW
           END-IF
           PERFORM FEED-ONE-CARDMAS-ROW
               UNTIL END-OF-CARDMAS = 'Y'

           MOVE LOW-VALUES TO HC-CARD-NUMBER
           START HOTCARD KEY NOT LESS THAN HC-CARD-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-HOTCARD
           END-START

           IF END-OF-HOTCARD = 'N'
               PERFORM READ-NEXT-HOTCARD-ROW
           END-IF
           PERFORM FEED-ONE-HOTCARD-ROW
               UNTIL END-OF-HOTCARD = 'Y'

           MOVE LOW-VALUES TO UC-USER-CARD-KEY
           START USRCARD KEY NOT LESS THAN UC-USER-CARD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-USER-CARDS
           END-START

           IF END-OF-USER-CARDS = 'N'
               PERFORM READ-NEXT-USER-CARD
           END-IF
           PERFORM FEED-ONE-USER-CARD
               UNTIL END-OF-USER-CARDS = 'Y'

           PERFORM WRITE-FEED-TRAILER

           CLOSE CARDMAS
           CLOSE HOTCARD
           CLOSE USRCARD
           CLOSE CSCACHE
           CLOSE CUSTMAS
           CLOSE CARDBAL
           CLOSE AUTHSNAP
           CLOSE AUTHFEED-FILE
           IF AUTHHOLD-OPEN = 'Y'
               CLOSE AUTHHOLD
           END-IF
           IF CMPRCARD-OPEN = 'Y'
               CLOSE CMPRCARD
           END-IF

           PERFORM PROVE-FEED-BALANCE
           PERFORM PRINT-FEED-SUMMARY

           IF FEED-IS-FULL
               PERFORM REGISTER-DAY-COMPLETION
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

      * No card, a blank card or anything but DELTA is the FULL
      * file.
       READ-FEED-CARD.
           OPEN INPUT CONTROL-CARDS

           IF AUTHFCTL-STATUS = '00'
               READ CONTROL-CARDS
                   AT END
                       CONTINUE
               END-READ

               IF AUTHFCTL-STATUS = '00'
                  AND CONTROL-CARD-RECORD(1:5) = 'DELTA'
                   MOVE 'DELTA' TO FEED-TYPE
               END-IF

               CLOSE CONTROL-CARDS
           END-IF
           .

       WRITE-FEED-HEADER.
           MOVE SPACES    TO AUTHFEED-HEADER-RECORD
           MOVE 'H'       TO AF-HDR-RECORD-TYPE
           MOVE FEED-TYPE TO AF-HDR-FEED-TYPE
           MOVE RUN-DATE  TO AF-HDR-RUN-DATE
           MOVE RUN-TIME  TO AF-HDR-RUN-TIME

           WRITE AUTHFEED-HEADER-RECORD
           .

      ******************************************************************
      * Every card number CARDMAS carries.
      ******************************************************************
       READ-NEXT-CARDMAS-ROW.
           READ CARDMAS NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CARDMAS
           END-READ

           IF CARDMAS-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CARDMAS
           END-IF
           .

      * A row still waiting for CARDASGN's number has nothing the
      * switch could be asked about.
       FEED-ONE-CARDMAS-ROW.
           ADD 1 TO CARDMAS-ROWS-READ

           IF CD-CARD-NUMBER = SPACES
               ADD 1 TO UNNUMBERED-ROWS
           ELSE
               MOVE CD-CARD-NUMBER TO ENTRY-CARD-NUMBER
               MOVE CD-CUST-NO     TO ENTRY-CUST-NO
               MOVE CD-APPL-SEQ-NO TO ENTRY-APPL-SEQ-NO
               MOVE CD-EXPIRY-DATE TO ENTRY-EXPIRY-DATE

               PERFORM READ-POSITION-AND-ACCOUNT
               PERFORM SET-CARD-STATUS
               PERFORM SET-OPEN-TO-BUY
               PERFORM SEND-ENTRY-IF-CHANGED
           END-IF

           PERFORM READ-NEXT-CARDMAS-ROW
           .

      * The credit limit and the position's decision come off
      * CSCACHE, the account's lifecycle state off CUSTMAS. A
      * position or account not on file reads as no limit and an
      * active account - the card's own status still stands.
       READ-POSITION-AND-ACCOUNT.
           MOVE CD-CUST-NO     TO CC-CUST-NO
           MOVE CD-APPL-SEQ-NO TO CC-APPL-SEQ-NO

           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS = '00'
               MOVE CC-DECISION            TO POSITION-DECISION
               MOVE CC-CREDIT-LIMIT-AMOUNT TO ENTRY-CREDIT-LIMIT
           ELSE
               MOVE SPACES TO POSITION-DECISION
               MOVE 0      TO ENTRY-CREDIT-LIMIT
           END-IF

           MOVE CD-CUST-NO TO CM-CUST-NO

           READ CUSTMAS
               KEY IS CM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUSTMAS-STATUS = '00'
               MOVE CM-ACCT-STATUS TO ACCOUNT-STATUS
           ELSE
               MOVE SPACES TO ACCOUNT-STATUS
           END-IF
           .

      * Strongest verdict first - a hot-listed number is hot-listed
      * whatever else is true of it.
       SET-CARD-STATUS.
           MOVE CD-CARD-NUMBER TO HC-CARD-NUMBER

           READ HOTCARD
               KEY IS HC-CARD-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN HOTCARD-STATUS = '00'
                   MOVE 'H' TO ENTRY-STATUS
               WHEN CD-PRODUCTION-STATUS = 'CLOSED  '
                 OR POSITION-DECISION = 'CLOSED  '
                 OR ACCOUNT-STATUS = 'C'
                 OR ACCOUNT-STATUS = 'D'
                   MOVE 'C' TO ENTRY-STATUS
               WHEN CD-PRODUCTION-STATUS = 'BLOCKED '
                 OR ACCOUNT-STATUS = 'B'
                   MOVE 'B' TO ENTRY-STATUS
               WHEN CD-CARD-LOCKED
                   MOVE 'L' TO ENTRY-STATUS
               WHEN CD-PRODUCTION-STATUS = 'ACTIVATD'
                   MOVE 'A' TO ENTRY-STATUS
               WHEN OTHER
                   MOVE 'N' TO ENTRY-STATUS
           END-EVALUATE
           .

      * Open-to-buy is the limit less what the ledger says is owed
      * - no CARDBAL row yet means nothing has posted - less the
      * live holds CAUT has approved on the position.
       SET-OPEN-TO-BUY.
           MOVE CD-CARD-KEY TO CB-CARD-KEY

           READ CARDBAL
               KEY IS CB-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDBAL-STATUS = '00'
               MOVE CB-CURRENT-BALANCE TO LEDGER-BALANCE
           ELSE
               MOVE 0 TO LEDGER-BALANCE
           END-IF

           MOVE 0 TO HELD-AMOUNT
           IF AUTHHOLD-OPEN = 'Y'
               PERFORM ADD-UP-LIVE-HOLDS
           END-IF

           COMPUTE ENTRY-OPEN-TO-BUY =
               ENTRY-CREDIT-LIMIT - LEDGER-BALANCE - HELD-AMOUNT
           .

       ADD-UP-LIVE-HOLDS.
           MOVE CD-CUST-NO     TO AH-CUST-NO
           MOVE CD-APPL-SEQ-NO TO AH-APPL-SEQ-NO
           MOVE LOW-VALUES     TO AH-AUTH-CODE
           MOVE 'N'            TO END-OF-HOLDS

           START AUTHHOLD KEY IS NOT LESS THAN AH-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-HOLDS
           END-START

           PERFORM ADD-ONE-LIVE-HOLD
               UNTIL END-OF-HOLDS = 'Y'
           .

       ADD-ONE-LIVE-HOLD.
           READ AUTHHOLD NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-HOLDS
           END-READ

           IF AUTHHOLD-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-HOLDS
           ELSE
               IF AH-CUST-NO NOT = CD-CUST-NO
                  OR AH-APPL-SEQ-NO NOT = CD-APPL-SEQ-NO
                   MOVE 'Y' TO END-OF-HOLDS
               ELSE
                   IF AH-IS-HELD
                      AND AH-EXPIRY-DATE NOT < RUN-DATE
                       ADD AH-AMOUNT TO HELD-AMOUNT
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * Every hot-listed number CARDMAS no longer carries.
      ******************************************************************
       READ-NEXT-HOTCARD-ROW.
           READ HOTCARD NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-HOTCARD
           END-READ

           IF HOTCARD-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-HOTCARD
           END-IF
           .

      * A number still on its CARDMAS row (the replacement range
      * ran dry) went out with the CARDMAS pass already.
       FEED-ONE-HOTCARD-ROW.
           ADD 1 TO HOTCARD-ROWS-READ

           MOVE HC-CUST-NO     TO CD-CUST-NO
           MOVE HC-APPL-SEQ-NO TO CD-APPL-SEQ-NO

           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDMAS-STATUS = '00'
              AND CD-CARD-NUMBER = HC-CARD-NUMBER
               ADD 1 TO HOTCARD-ON-CARDMAS
           ELSE
               ADD 1 TO HOTCARD-ONLY-ROWS
               MOVE HC-CARD-NUMBER TO ENTRY-CARD-NUMBER
               MOVE HC-CUST-NO     TO ENTRY-CUST-NO
               MOVE HC-APPL-SEQ-NO TO ENTRY-APPL-SEQ-NO
               MOVE SPACES         TO ENTRY-EXPIRY-DATE
               MOVE 'H'            TO ENTRY-STATUS
               MOVE 0              TO ENTRY-CREDIT-LIMIT
               MOVE 0              TO ENTRY-OPEN-TO-BUY
               PERFORM SEND-ENTRY-IF-CHANGED
           END-IF

           PERFORM READ-NEXT-HOTCARD-ROW
           .

      ******************************************************************
      * Every authorized-user card. One whose number is on HOTCARD
      * went out with the HOTCARD pass - CARDMAS never carries a
      * user card's number - so it is counted and not sent twice.
      ******************************************************************
       READ-NEXT-USER-CARD.
           READ USRCARD NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-USER-CARDS
           END-READ

           IF USRCARD-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-USER-CARDS
           END-IF
           .

       FEED-ONE-USER-CARD.
           ADD 1 TO USER-CARD-ROWS-READ

           MOVE UC-CARD-NUMBER TO HC-CARD-NUMBER

           READ HOTCARD
               KEY IS HC-CARD-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ

           IF HOTCARD-STATUS = '00'
               ADD 1 TO USER-CARDS-ON-HOTCARD
           ELSE
               ADD 1 TO USER-CARDS-FED
               PERFORM READ-USER-CARD-PRIMARY

               PERFORM READ-POSITION-AND-ACCOUNT
               PERFORM SET-CARD-STATUS
               EVALUATE TRUE
                   WHEN NOT UC-CARD-LIVE
                       MOVE 'C' TO ENTRY-STATUS
                   WHEN ENTRY-STATUS = 'A'
                    AND UC-PRODUCTION-STATUS NOT = 'PRODUCED'
                       MOVE 'N' TO ENTRY-STATUS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM SET-OPEN-TO-BUY

               MOVE UC-CARD-NUMBER TO ENTRY-CARD-NUMBER
               MOVE UC-CUST-NO     TO ENTRY-CUST-NO
               MOVE UC-APPL-SEQ-NO TO ENTRY-APPL-SEQ-NO
               MOVE UC-EXPIRY-DATE TO ENTRY-EXPIRY-DATE
               PERFORM SEND-ENTRY-IF-CHANGED
           END-IF

           PERFORM READ-NEXT-USER-CARD
           .

      * The user card takes the primary card's status - a position
      * whose CARDMAS row has gone reads as a card not activated.
       READ-USER-CARD-PRIMARY.
           MOVE UC-CUST-NO     TO CD-CUST-NO
           MOVE UC-APPL-SEQ-NO TO CD-APPL-SEQ-NO

           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDMAS-STATUS NOT = '00'
               MOVE SPACES         TO CARDMAS-RECORD
               MOVE UC-CUST-NO     TO CD-CUST-NO
               MOVE UC-APPL-SEQ-NO TO CD-APPL-SEQ-NO
           END-IF
           .

      ******************************************************************
      * FULL sends every entry; DELTA only what the switch was not
      * last told. Either way AUTHSNAP ends up holding what was sent.
      ******************************************************************
       SEND-ENTRY-IF-CHANGED.
           PERFORM SET-MONITOR-FLAG

           MOVE ENTRY-CARD-NUMBER TO SW-CARD-NUMBER

           READ AUTHSNAP
               KEY IS SW-CARD-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ

           IF AUTHSNAP-STATUS = '00'
               MOVE 'Y' TO SNAPSHOT-FOUND
           ELSE
               MOVE 'N' TO SNAPSHOT-FOUND
           END-IF

           IF FEED-IS-DELTA
              AND SNAPSHOT-FOUND = 'Y'
              AND SW-CARD-STATUS  = ENTRY-STATUS
              AND SW-EXPIRY-DATE  = ENTRY-EXPIRY-DATE
              AND SW-CREDIT-LIMIT = ENTRY-CREDIT-LIMIT
              AND SW-OPEN-TO-BUY  = ENTRY-OPEN-TO-BUY
              AND SW-CUST-NO      = ENTRY-CUST-NO
              AND SW-APPL-SEQ-NO  = ENTRY-APPL-SEQ-NO
              AND SW-MONITOR-FLAG = ENTRY-MONITOR-FLAG
               ADD 1 TO ENTRIES-UNCHANGED
           ELSE
               PERFORM WRITE-FEED-DETAIL
               PERFORM SAVE-SNAPSHOT
           END-IF
           .

      * A live number the card scheme named in a low-severity breach.
       SET-MONITOR-FLAG.
           MOVE SPACE TO ENTRY-MONITOR-FLAG

           IF CMPRCARD-OPEN = 'Y'
              AND ENTRY-STATUS NOT = 'H'
               MOVE ENTRY-CARD-NUMBER TO CR-CARD-NUMBER
               READ CMPRCARD
                   KEY IS CR-CARD-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CMPRCARD-STATUS = '00'
                  AND CR-IS-MONITOR
                   MOVE 'M' TO ENTRY-MONITOR-FLAG
               END-IF
           END-IF
           .

       WRITE-FEED-DETAIL.
           MOVE SPACES             TO AUTHFEED-RECORD
           MOVE 'D'                TO AF-RECORD-TYPE
           MOVE ENTRY-CARD-NUMBER  TO AF-CARD-NUMBER
           MOVE ENTRY-EXPIRY-DATE  TO AF-EXPIRY-DATE
           MOVE ENTRY-STATUS       TO AF-CARD-STATUS
           MOVE ENTRY-CREDIT-LIMIT TO AF-CREDIT-LIMIT
           MOVE ENTRY-CUST-NO      TO AF-CUST-NO
           MOVE ENTRY-APPL-SEQ-NO  TO AF-APPL-SEQ-NO
           MOVE ENTRY-MONITOR-FLAG TO AF-MONITOR-FLAG

           IF ENTRY-OPEN-TO-BUY < 0
               MOVE '-' TO AF-OTB-SIGN
               COMPUTE AF-OPEN-TO-BUY = ENTRY-OPEN-TO-BUY * -1
           ELSE
               MOVE '+' TO AF-OTB-SIGN
               MOVE ENTRY-OPEN-TO-BUY TO AF-OPEN-TO-BUY
           END-IF

           WRITE AUTHFEED-RECORD

           ADD 1 TO ENTRIES-SENT
           EVALUATE ENTRY-STATUS
               WHEN 'A'
                   ADD 1 TO SENT-ACTIVE
               WHEN 'N'
                   ADD 1 TO SENT-NOT-ACTIVATED
               WHEN 'C'
                   ADD 1 TO SENT-CLOSED
               WHEN 'H'
                   ADD 1 TO SENT-HOTLISTED
               WHEN 'L'
                   ADD 1 TO SENT-LOCKED
               WHEN OTHER
                   ADD 1 TO SENT-BLOCKED
           END-EVALUATE

           IF ENTRY-CARD-NUMBER(7:10) IS NUMERIC
               MOVE ENTRY-CARD-NUMBER(7:10) TO HASH-PIECE
               ADD HASH-PIECE TO HASH-TOTAL
               IF HASH-TOTAL > 999999999999999
                   SUBTRACT 1000000000000000 FROM HASH-TOTAL
               END-IF
           END-IF
           .

       SAVE-SNAPSHOT.
           MOVE SPACES             TO AUTHSNAP-RECORD
           MOVE ENTRY-CARD-NUMBER  TO SW-CARD-NUMBER
           MOVE ENTRY-CUST-NO      TO SW-CUST-NO
           MOVE ENTRY-APPL-SEQ-NO  TO SW-APPL-SEQ-NO
           MOVE ENTRY-STATUS       TO SW-CARD-STATUS
           MOVE ENTRY-EXPIRY-DATE  TO SW-EXPIRY-DATE
           MOVE ENTRY-CREDIT-LIMIT TO SW-CREDIT-LIMIT
           MOVE ENTRY-OPEN-TO-BUY  TO SW-OPEN-TO-BUY
           MOVE RUN-DATE           TO SW-SENT-DATE
           MOVE RUN-TIME           TO SW-SENT-TIME
           MOVE FEED-TYPE          TO SW-SENT-FEED-TYPE
           MOVE ENTRY-MONITOR-FLAG TO SW-MONITOR-FLAG

           IF SNAPSHOT-FOUND = 'Y'
               REWRITE AUTHSNAP-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE AUTHSNAP-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

      * A row not saved only means the next DELTA sends the entry
      * again - harmless, but worth a count.
           IF AUTHSNAP-STATUS NOT = '00'
               ADD 1 TO SNAPSHOT-FAILURES
           END-IF
           .

       WRITE-FEED-TRAILER.
           MOVE SPACES             TO AUTHFEED-TRAILER-RECORD
           MOVE 'T'                TO AF-TRL-RECORD-TYPE
           MOVE ENTRIES-SENT       TO AF-TRL-ENTRY-COUNT
           MOVE HASH-TOTAL         TO AF-TRL-HASH-TOTAL
           MOVE CARDMAS-ROWS-READ  TO AF-TRL-CARDMAS-ROWS
           MOVE UNNUMBERED-ROWS    TO AF-TRL-UNNUMBERED
           MOVE HOTCARD-ONLY-ROWS  TO AF-TRL-HOTCARD-ONLY
           MOVE ENTRIES-UNCHANGED  TO AF-TRL-UNCHANGED
           MOVE USER-CARDS-FED     TO AF-TRL-USER-CARDS
           MOVE SENT-ACTIVE        TO AF-TRL-ACTIVE
           MOVE SENT-NOT-ACTIVATED TO AF-TRL-NOT-ACTIVATED
           MOVE SENT-CLOSED        TO AF-TRL-CLOSED
           MOVE SENT-HOTLISTED     TO AF-TRL-HOTLISTED
           MOVE SENT-BLOCKED       TO AF-TRL-BLOCKED
           MOVE SENT-LOCKED        TO AF-TRL-LOCKED

           WRITE AUTHFEED-TRAILER-RECORD
           .

      * The same arithmetic the switch applies to the trailer - see
      * copy/AUTHFEED.cpy.
       PROVE-FEED-BALANCE.
           COMPUTE ENTRIES-EXPECTED =
               CARDMAS-ROWS-READ - UNNUMBERED-ROWS
               + HOTCARD-ONLY-ROWS + USER-CARDS-FED
               - ENTRIES-UNCHANGED

           COMPUTE STATUS-COUNT-TOTAL =
               SENT-ACTIVE + SENT-NOT-ACTIVATED + SENT-CLOSED
               + SENT-HOTLISTED + SENT-BLOCKED + SENT-LOCKED

           IF ENTRIES-EXPECTED NOT = ENTRIES-SENT
              OR STATUS-COUNT-TOTAL NOT = ENTRIES-SENT
               MOVE 'N' TO FEED-BALANCED
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       PRINT-FEED-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'AUTHORIZATION FEED:       ' FEED-TYPE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CARDMAS ROWS READ:        ' CARDMAS-ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ROWS WITH NO CARD NUMBER: ' UNNUMBERED-ROWS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HOTCARD ROWS READ:        ' HOTCARD-ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HOT-LISTED ON CARDMAS:    ' HOTCARD-ON-CARDMAS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HOT-LISTED OLD NUMBERS:   ' HOTCARD-ONLY-ROWS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'USER CARD ROWS READ:      ' USER-CARD-ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'USER CARDS ON HOTCARD:    ' USER-CARDS-ON-HOTCARD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '----------------------------------------------'
           MOVE SPACES TO REPORT-LINE
           STRING 'ENTRIES SENT:             ' ENTRIES-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  ACTIVE:                 ' SENT-ACTIVE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  NOT ACTIVATED:          ' SENT-NOT-ACTIVATED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  CLOSED:                 ' SENT-CLOSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  HOT-LISTED:             ' SENT-HOTLISTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  BLOCKED:                ' SENT-BLOCKED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  LOCKED:                 ' SENT-LOCKED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ENTRIES UNCHANGED:        ' ENTRIES-UNCHANGED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HASH TOTAL:               ' HASH-TOTAL(2:15)
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'AUTHSNAP ROWS NOT SAVED:  ' SNAPSHOT-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '----------------------------------------------'
           IF FEED-BALANCED = 'Y'
               DISPLAY 'FEED BALANCES TO CARDMAS'
           ELSE
               DISPLAY 'FEED OUT OF BALANCE WITH CARDMAS - HOLD THE '
                   'FILE'
           END-IF
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-READ =
               CARDMAS-ROWS-READ + HOTCARD-ROWS-READ
                 + USER-CARD-ROWS-READ
           MOVE ENTRIES-SENT TO RUN-LOG-WRITTEN
           MOVE SNAPSHOT-FAILURES TO RUN-LOG-REJECTED

      * A DELTA is released under its own job (jcl/CSAUTHDL.jcl) and
      * is trended apart from the full feed.
           IF FEED-IS-DELTA
               MOVE 'CSAUTHDL' TO RUN-LOG-JOB
           END-IF
           .

       COPY RUNLOGP.

       END PROGRAM 'CSAUTHFD'.
