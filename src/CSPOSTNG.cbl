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
      *  CSPOSTNG
      *
      * Nightly transaction posting run. Once CARDASGN stamps a card
      * number and CACT activates the card, nothing in the suite
      * used to know what happened on it - CSFEEBIL's FEEBILL rows
      * and CSBTEXTR's BTINSTR rows went to other teams and were
      * never posted anywhere. This job applies the night's money
      * movements to the CARDLDG transaction ledger (see
      * copy/CARDLDG.cpy) and moves each card's CARDBAL balance
      * (see copy/CARDBAL.cpy):
      *
      *   1) the scheme's clearing file (see copy/CLRTRAN.cpy) -
      *      purchases, cash advances, credit vouchers and
      *      reversals, matched to the card position through the
      *      card-number alternate index on CARDMAS (see
      *      jcl/CARDNAIX.jcl) - balanced against the file's own
      *      trailer count and amount total. A chargeback on it is
      *      rejected as CHGBACK - the card is credited, and the
      *      points taken back, by the CSCBKRTN run off the
      *      scheme's response feed (see src/CSCBKRTN.cbl);
      *   2) our own annual fees off FEEBILL (a waived fee is
      *      counted, not posted);
      *   3) balance transfers and their fees off BTINSTR;
      *   4) cardholder payments off the bank's daily payment file
      *      (see copy/BANKPAY.cpy) - bank transfers, lockbox
      *      cheques and branch payments - matched to the card
      *      position by the card number quoted (a hot-listed
      *      number still finds its position through HOTCARD),
      *      then by the account number quoted, and balanced
      *      against the file's own trailer.
      *
      * Every posting is refused for a card that is hot-listed
      * (HOTCARD), closed, or was never activated - and for a card
      * number CARDMAS does not know, a card in any status other than
      * ACTIVATD, or a scheme transaction code we do not recognise.
      * A refused posting goes on the POSTREJ reject file with its
      * reason and is listed on SYSOUT. The run ends with control
      * totals per source - read, posted, refused, amounts each way
      * - and the refusals by reason, so read = posted + refused +
      * waived can be ticked off for every feed.
      *
      * An authorized user's card (see copy/USRCARD.cpy) posts to
      * the position it draws on, found through the card-number
      * alternate index on USRCARD (see jcl/USRCNAIX.jcl) when
      * CARDMAS does not know the number. It is refused as CLOSED
      * once ended and as CARDSTAT until the bureau has produced
      * it, and otherwise stands or falls with the primary card.
      * The ledger row keeps the user card's own number.
      *
      * A payment is never refused - the money has arrived and has
      * to go somewhere. One that matches no card, matches only an
      * account with several open cards, or lands on a closed or
      * never-used card goes OPEN on the PAYSUSP suspense file (see
      * copy/PAYSUSP.cpy) with its reason, for a clerk to apply or
      * return through the PSUS transaction, and the summary counts
      * the suspended items by reason so read = posted + suspended.
      *
      * A clearing purchase or cash advance that quotes the code our
      * own CAUT stand-in authorization gave it (see
      * src/CSAUTHDC.cbl) clears the matching HELD hold on AUTHHOLD
      * (see copy/AUTHHOLD.cpy) once it has posted - the money is on
      * the balance now, so it must stop counting against
      * open-to-buy a second time. After the feeds, every hold still
      * HELD past its expiry date is retired as EXPIRED. The summary
      * counts both.
      *
      * Each posted clearing purchase earns rewards points at the
      * PD-POINTS-EARN-RATE of the card's product (CC-PRODUCT-CODE
      * on CSCACHE, priced on PRODCAT - see copy/PRODCAT.cpy), and
      * each posted refund or purchase reversal takes them back at
      * the same rate: a row on the PTSLDG points ledger and the
      * card's PTSBAL points balance moved on (see
      * copy/PTSBAL.cpy). Cash advances and their reversals earn
      * nothing, and a card that has never earned has nothing to
      * take back. The summary counts the points both ways.
      *
      * A posted purchase, payment or balance transfer on an account
      * marked DORMANT (CM-ACCT-DORMANT on CUSTMAS) makes it ACTIVE
      * again there and then, with a STATHIST row, so a cardholder
      * who answers the monthly CSDORMNT run's use-it-or-lose-it
      * notice is never closed for want of a month-end (see
      * src/CSDORMNT.cbl). The summary counts the reactivations.
      *
      * Part of the nightly chain - registers on DAYCTL (see
      * copy/DAYCTLP.cpy), so a double run that would post the same
      * clearing file twice is refused. An input file that has not
      * landed (FEEBILL outside the billing run, say) is treated as
      * empty rather than failing the night.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSPOSTNG.jcl. A sample of the clearing file layout is in
      * ctl/CLEARING.seed.txt.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPOSTNG.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT CLEARING-FILE ASSIGN TO CLEARING
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CLEARING-STATUS.

           SELECT FEEBILL-EXTRACT ASSIGN TO FEEBILL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FEEBILL-STATUS.

           SELECT BTINSTR-EXTRACT ASSIGN TO BTINSTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BTINSTR-STATUS.

           SELECT BANKPAY-FILE ASSIGN TO BANKPAY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BANKPAY-STATUS.

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

           SELECT CARDLDG ASSIGN TO CARDLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS CARDLDG-STATUS.

           SELECT CARDBAL ASSIGN TO CARDBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CB-CARD-KEY
                  FILE STATUS IS CARDBAL-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT PRODCAT ASSIGN TO PRODCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PD-PRODUCT-CODE
                  FILE STATUS IS PRODCAT-STATUS.

           SELECT PTSBAL ASSIGN TO PTSBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PB-CARD-KEY
                  FILE STATUS IS PTSBAL-STATUS.

           SELECT PTSLDG ASSIGN TO PTSLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PT-LEDGER-KEY
                  FILE STATUS IS PTSLDG-STATUS.

           SELECT POSTING-REJECTS ASSIGN TO POSTREJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS POSTREJ-STATUS.

           SELECT PAYSUSP ASSIGN TO PAYSUSP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PS-SUSPENSE-KEY
                  FILE STATUS IS PAYSUSP-STATUS.

           SELECT AUTHHOLD ASSIGN TO AUTHHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AH-HOLD-KEY
                  FILE STATUS IS AUTHHOLD-STATUS.

           SELECT CUSTMAS ASSIGN TO CUSTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUST-NO
                  FILE STATUS IS CUSTMAS-STATUS.

           SELECT STATHIST ASSIGN TO STATHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SH-HIST-KEY
                  FILE STATUS IS STATHIST-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
           COPY DAYCTL.

        FD  CLEARING-FILE.
           COPY CLRTRAN.

        FD  FEEBILL-EXTRACT.
           COPY FEEBILL.

        FD  BTINSTR-EXTRACT.
           COPY BTINSTR.

        FD  BANKPAY-FILE.
           COPY BANKPAY.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  USRCARD.
           COPY USRCARD.

        FD  HOTCARD.
           COPY HOTCARD.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  PRODCAT.
           COPY PRODCAT.

        FD  PTSBAL.
           COPY PTSBAL.

        FD  PTSLDG.
           COPY PTSLDG.

      * One record per posting refused - which feed it came from,
      * why it was refused, and enough of the original to chase or
      * re-present it.
        FD  POSTING-REJECTS.
        01  REJECT-RECORD.
            05  RJ-SOURCE           PIC X(8).
            05  RJ-REASON           PIC X(8).
            05  RJ-CARD-NUMBER      PIC X(16).
            05  RJ-CUST-NO          PIC X(8).
            05  RJ-APPL-SEQ-NO      PIC 9(1).
            05  RJ-TRAN-TYPE        PIC X(8).
            05  RJ-AMOUNT           PIC 9(7)V99.
            05  RJ-TRAN-DATE        PIC X(8).
            05  RJ-REFERENCE        PIC X(23).
            05  RJ-REJECT-DATE      PIC X(8).
            05  FILLER              PIC X(23).

        FD  PAYSUSP.
           COPY PAYSUSP.

        FD  AUTHHOLD.
           COPY AUTHHOLD.

        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  STATHIST.
           COPY STATHIST.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSPOSTNG'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSPOSTNG'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSPOSTNG'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE '        '.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 CLEARING-STATUS          PIC X(2) VALUE '00'.
       1 FEEBILL-STATUS           PIC X(2) VALUE '00'.
       1 BTINSTR-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 HOTCARD-STATUS           PIC X(2) VALUE '00'.
       1 USRCARD-STATUS           PIC X(2) VALUE '00'.
       1 USER-CARD-FOUND          PIC X(1) VALUE 'N'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 POSTREJ-STATUS           PIC X(2) VALUE '00'.
       1 BANKPAY-STATUS           PIC X(2) VALUE '00'.
       1 PAYSUSP-STATUS           PIC X(2) VALUE '00'.
       1 AUTHHOLD-STATUS          PIC X(2) VALUE '00'.
       1 AUTHHOLD-OPEN            PIC X(1) VALUE 'N'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 PRODCAT-STATUS           PIC X(2) VALUE '00'.
       1 PTSBAL-STATUS            PIC X(2) VALUE '00'.
       1 PTSLDG-STATUS            PIC X(2) VALUE '00'.
       1 POINTS-FILES-OPEN        PIC X(1) VALUE 'N'.
       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 STATHIST-STATUS          PIC X(2) VALUE '00'.
       1 DORMANCY-FILES-OPEN      PIC X(1) VALUE 'N'.
       1 END-OF-HOLDS             PIC X(1) VALUE 'N'.
       1 END-OF-CLEARING          PIC X(1) VALUE 'N'.
       1 END-OF-FEEBILL           PIC X(1) VALUE 'N'.
       1 END-OF-BTINSTR           PIC X(1) VALUE 'N'.
       1 END-OF-BANKPAY           PIC X(1) VALUE 'N'.
       1 TRAILER-SEEN             PIC X(1) VALUE 'N'.
       1 PAY-TRAILER-SEEN         PIC X(1) VALUE 'N'.

      * The one posting being applied, whichever feed it came from.
      * POST-CUST-NO is spaces when the feed only carries a card
      * number (the clearing file) - the card master row is then
      * found through the card-number alternate index.
       1 POSTING-REQUEST.
         2 POST-SOURCE            PIC X(8).
         2 POST-CARD-NUMBER       PIC X(16).
         2 POST-CUST-NO           PIC X(8).
         2 POST-APPL-SEQ-NO       PIC 9(1).
         2 POST-TRAN-TYPE         PIC X(8).
         2 POST-DEBIT-CREDIT      PIC X(1).
         2 POST-AMOUNT            PIC 9(7)V99.
         2 POST-TRAN-DATE         PIC X(8).
         2 POST-REFERENCE         PIC X(23).
         2 POST-DESCRIPTION       PIC X(25).
         2 POST-MERCHANT-CATEGORY PIC X(4).
       1 REJECT-REASON            PIC X(8) VALUE SPACES.
       1 BALANCE-ROW-FOUND        PIC X(1) VALUE 'N'.
       1 POSTED-LEDGER-KEY        PIC X(21).

      * The rewards points a posted clearing record earns (EARN) or
      * takes back (REVERSE), at the card's product earn rate.
       1 POINTS-TYPE              PIC X(8) VALUE SPACES.
       1 POINTS-PRODUCT           PIC X(4) VALUE SPACES.
       1 POINTS-EARN-RATE         PIC 9(2)V99 VALUE 0.
       1 POINTS-MOVEMENT          PIC S9(9) VALUE 0.
       1 POINTS-ROW-FOUND         PIC X(1) VALUE 'N'.

      * Payment matching - the card positions found under the
      * account number a payer quoted, and the suspense sequence
      * for the run date.
       1 PAYMENT-MATCHED          PIC X(1) VALUE 'N'.
       1 END-OF-ACCOUNT-CARDS     PIC X(1) VALUE 'N'.
       1 OPEN-POSITIONS           PIC 9(2) VALUE 0.
       1 CLOSED-POSITIONS         PIC 9(2) VALUE 0.
       1 OPEN-POSITION-KEY.
         2 OPEN-POSITION-CUST-NO  PIC X(8).
         2 OPEN-POSITION-SEQ-NO   PIC 9(1).
       1 CLOSED-POSITION-KEY.
         2 CLOSED-POSITION-CUST-NO PIC X(8).
         2 CLOSED-POSITION-SEQ-NO PIC 9(1).
       1 SUSPENSE-SEQ             PIC 9(5) VALUE 0.
       1 SUSPENSE-WRITTEN         PIC X(1) VALUE 'N'.

       1 AMOUNT-DISPLAY           PIC Z(6)9.99.
       1 TOTAL-DISPLAY            PIC Z(10)9.99.

      * Control totals - one column per feed.
       1 CLEARING-TOTALS.
         2 CLR-READ               PIC 9(7) VALUE 0.
         2 CLR-POSTED             PIC 9(7) VALUE 0.
         2 CLR-REJECTED           PIC 9(7) VALUE 0.
         2 CLR-AMOUNT-READ        PIC 9(11)V99 VALUE 0.
         2 CLR-TRAILER-COUNT      PIC 9(7) VALUE 0.
         2 CLR-TRAILER-AMOUNT     PIC 9(11)V99 VALUE 0.
       1 FEEBILL-TOTALS.
         2 FEE-READ               PIC 9(7) VALUE 0.
         2 FEE-POSTED             PIC 9(7) VALUE 0.
         2 FEE-REJECTED           PIC 9(7) VALUE 0.
         2 FEE-WAIVED             PIC 9(7) VALUE 0.
       1 BTINSTR-TOTALS.
         2 BT-READ                PIC 9(7) VALUE 0.
         2 BT-POSTED              PIC 9(7) VALUE 0.
         2 BT-REJECTED            PIC 9(7) VALUE 0.
       1 BANKPAY-TOTALS.
         2 PAY-READ               PIC 9(7) VALUE 0.
         2 PAY-POSTED             PIC 9(7) VALUE 0.
         2 PAY-SUSPENDED          PIC 9(7) VALUE 0.
         2 PAY-AMOUNT-READ        PIC 9(11)V99 VALUE 0.
         2 PAY-AMOUNT-SUSPENDED   PIC 9(11)V99 VALUE 0.
         2 PAY-TRAILER-COUNT      PIC 9(7) VALUE 0.
         2 PAY-TRAILER-AMOUNT     PIC 9(11)V99 VALUE 0.
       1 SUSPENSE-REASON-TOTALS.
         2 PS-NOMATCH-COUNT       PIC 9(7) VALUE 0.
         2 PS-MULTCARD-COUNT      PIC 9(7) VALUE 0.
         2 PS-CLOSED-COUNT        PIC 9(7) VALUE 0.
         2 PS-NOTACTV-COUNT       PIC 9(7) VALUE 0.
         2 PS-LDGWRITE-COUNT      PIC 9(7) VALUE 0.
         2 PS-WRITE-FAILED        PIC 9(7) VALUE 0.
       1 POSTING-TOTALS.
         2 LEDGER-ROWS-WRITTEN    PIC 9(7) VALUE 0.
         2 DEBITS-POSTED          PIC 9(11)V99 VALUE 0.
         2 CREDITS-POSTED         PIC 9(11)V99 VALUE 0.
         2 AMOUNT-REJECTED        PIC 9(11)V99 VALUE 0.
         2 BALANCE-ROWS-OPENED    PIC 9(7) VALUE 0.
         2 ACCOUNTS-REACTIVATED   PIC 9(7) VALUE 0.
       1 REJECT-REASON-TOTALS.
         2 RJ-HOTLIST-COUNT       PIC 9(7) VALUE 0.
         2 RJ-CLOSED-COUNT        PIC 9(7) VALUE 0.
         2 RJ-NOTACTV-COUNT       PIC 9(7) VALUE 0.
         2 RJ-CARDSTAT-COUNT      PIC 9(7) VALUE 0.
         2 RJ-NOCARD-COUNT        PIC 9(7) VALUE 0.
         2 RJ-BADCODE-COUNT       PIC 9(7) VALUE 0.
         2 RJ-CHGBACK-COUNT       PIC 9(7) VALUE 0.
         2 RJ-LDGWRITE-COUNT      PIC 9(7) VALUE 0.
       1 AUTH-HOLD-TOTALS.
         2 HOLDS-CLEARED          PIC 9(7) VALUE 0.
         2 HOLDS-NOT-FOUND        PIC 9(7) VALUE 0.
         2 HOLDS-EXPIRED          PIC 9(7) VALUE 0.
         2 HOLDS-NOT-UPDATED      PIC 9(7) VALUE 0.
       1 POINTS-TOTALS.
         2 PTS-EARN-ROWS          PIC 9(7) VALUE 0.
         2 PTS-EARNED             PIC 9(11) VALUE 0.
         2 PTS-REVERSE-ROWS       PIC 9(7) VALUE 0.
         2 PTS-REVERSED           PIC 9(11) VALUE 0.
         2 PTS-NOTHING-TO-REVERSE PIC 9(7) VALUE 0.
         2 PTS-ACCOUNTS-OPENED    PIC 9(7) VALUE 0.
         2 PTS-WRITE-FAILED       PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

      * The day-control gate - a double run would post the same
      * clearing file twice, so it stops here before any file is
      * touched.
           PERFORM CHECK-DAY-CONTROL
           IF DAY-CONTROL-OK = 'N'
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN INPUT CARDMAS
           OPEN INPUT HOTCARD
           OPEN INPUT USRCARD
           OPEN I-O CARDLDG
           OPEN I-O CARDBAL
           OPEN OUTPUT POSTING-REJECTS
           OPEN I-O PAYSUSP

      * No AUTHHOLD yet (CAUT never used) is no reason to stop the
      * posting - there is simply nothing to clear or expire.
           OPEN I-O AUTHHOLD
           IF AUTHHOLD-STATUS = '00'
               MOVE 'Y' TO AUTHHOLD-OPEN
           END-IF

      * Nor is a region with no rewards files yet - the money posts,
      * and the summary says no points were accrued.
           OPEN INPUT CSCACHE
           OPEN INPUT PRODCAT
           OPEN I-O PTSBAL
           OPEN I-O PTSLDG
           IF CSCACHE-STATUS = '00'
              AND PRODCAT-STATUS = '00'
              AND PTSBAL-STATUS = '00'
              AND PTSLDG-STATUS = '00'
               MOVE 'Y' TO POINTS-FILES-OPEN
           ELSE
               DISPLAY 'REWARDS FILES NOT AVAILABLE - NO POINTS '
                   'ACCRUED OR REVERSED'
           END-IF

      * Nor one without the customer files - the money posts, and
      * the monthly CSDORMNT run reactivates the account instead.
           OPEN I-O CUSTMAS
           OPEN I-O STATHIST
           IF CUSTMAS-STATUS = '00'
              AND STATHIST-STATUS = '00'
               MOVE 'Y' TO DORMANCY-FILES-OPEN
           ELSE
               DISPLAY 'CUSTOMER FILES NOT AVAILABLE - NO DORMANT '
                   'ACCOUNTS REACTIVATED'
           END-IF

           PERFORM POST-CLEARING-FILE
           PERFORM POST-FEEBILL-EXTRACT
           PERFORM POST-BTINSTR-EXTRACT
           PERFORM POST-BANK-PAYMENT-FILE

           IF AUTHHOLD-OPEN = 'Y'
               PERFORM EXPIRE-LAPSED-HOLDS
               CLOSE AUTHHOLD
           END-IF

           CLOSE CARDMAS
           CLOSE HOTCARD
           CLOSE USRCARD
           CLOSE CARDLDG
           CLOSE CARDBAL
           CLOSE POSTING-REJECTS
           CLOSE PAYSUSP
           CLOSE CSCACHE
           CLOSE PRODCAT
           CLOSE PTSBAL
           CLOSE PTSLDG
           CLOSE CUSTMAS
           CLOSE STATHIST

           PERFORM PRINT-POSTING-SUMMARY

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

      ******************************************************************
      * Feed 1 - the scheme clearing file.
      ******************************************************************
       POST-CLEARING-FILE.
           OPEN INPUT CLEARING-FILE

           IF CLEARING-STATUS = '00'
               PERFORM READ-NEXT-CLEARING-RECORD
               PERFORM POST-ONE-CLEARING-RECORD
                   UNTIL END-OF-CLEARING = 'Y'

               CLOSE CLEARING-FILE
           ELSE
               DISPLAY 'CLEARING FILE NOT AVAILABLE - NOTHING POSTED '
                   'FROM THE SCHEME'
           END-IF
           .

       READ-NEXT-CLEARING-RECORD.
           READ CLEARING-FILE
               AT END
                   MOVE 'Y' TO END-OF-CLEARING
           END-READ

           IF CLEARING-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CLEARING
           END-IF
           .

      * The trailer is the scheme's word on what it sent - it is
      * kept for the balancing lines in the summary, not posted.
       POST-ONE-CLEARING-RECORD.
           IF CT-IS-TRAILER
               MOVE 'Y'                 TO TRAILER-SEEN
               MOVE CT-TRL-RECORD-COUNT TO CLR-TRAILER-COUNT
               MOVE CT-TRL-AMOUNT-TOTAL TO CLR-TRAILER-AMOUNT
           ELSE
               ADD 1         TO CLR-READ
               ADD CT-AMOUNT TO CLR-AMOUNT-READ

               MOVE SPACES             TO POSTING-REQUEST
               MOVE 'CLEARING'         TO POST-SOURCE
               MOVE CT-CARD-NUMBER     TO POST-CARD-NUMBER
               MOVE 0                  TO POST-APPL-SEQ-NO
               MOVE CT-AMOUNT          TO POST-AMOUNT
               MOVE CT-TRAN-DATE       TO POST-TRAN-DATE
               MOVE CT-REFERENCE-NO    TO POST-REFERENCE
               MOVE CT-MERCHANT-NAME   TO POST-DESCRIPTION
               MOVE CT-MERCHANT-CATEGORY TO POST-MERCHANT-CATEGORY

               PERFORM SET-CLEARING-TRAN-TYPE

               IF REJECT-REASON = SPACES
                   PERFORM CHECK-CARD-POSTABLE
               END-IF

               IF REJECT-REASON = SPACES
                   PERFORM POST-TO-LEDGER
               END-IF

               IF REJECT-REASON = SPACES
                   ADD 1 TO CLR-POSTED
                   IF POST-DEBIT-CREDIT = 'D'
                      AND CT-AUTH-CODE NOT = SPACES
                      AND AUTHHOLD-OPEN = 'Y'
                       PERFORM CLEAR-AUTHORIZATION-HOLD
                   END-IF
                   IF POINTS-FILES-OPEN = 'Y'
                       PERFORM ACCRUE-CLEARING-POINTS
                   END-IF
               ELSE
                   ADD 1 TO CLR-REJECTED
                   PERFORM WRITE-POSTING-REJECT
               END-IF
           END-IF

           PERFORM READ-NEXT-CLEARING-RECORD
           .

       SET-CLEARING-TRAN-TYPE.
           MOVE SPACES TO REJECT-REASON

           EVALUATE CT-TRAN-CODE
               WHEN '05'
                   MOVE 'PURCHASE' TO POST-TRAN-TYPE
                   MOVE 'D'        TO POST-DEBIT-CREDIT
               WHEN '07'
                   MOVE 'CASHADV ' TO POST-TRAN-TYPE
                   MOVE 'D'        TO POST-DEBIT-CREDIT
               WHEN '06'
                   MOVE 'REFUND  ' TO POST-TRAN-TYPE
                   MOVE 'C'        TO POST-DEBIT-CREDIT
               WHEN '25'
               WHEN '27'
                   MOVE 'REVERSAL' TO POST-TRAN-TYPE
                   MOVE 'C'        TO POST-DEBIT-CREDIT
      * A chargeback is credited to the card by CSCBKRTN off the
      * scheme's response feed, where the case is settled - the
      * clearing record is only reported.
               WHEN '15'
                   MOVE 'CHGBACK ' TO POST-TRAN-TYPE
                   MOVE 'C'        TO POST-DEBIT-CREDIT
                   MOVE 'CHGBACK ' TO REJECT-REASON
               WHEN OTHER
                   MOVE CT-TRAN-CODE TO POST-TRAN-TYPE
                   MOVE 'BADCODE ' TO REJECT-REASON
           END-EVALUATE
           .

      * The hold is found on the position the posting matched and
      * the code the scheme quoted. A code we never gave (the
      * switch authorized it, not CAUT) has no hold, and is only
      * counted.
       CLEAR-AUTHORIZATION-HOLD.
           MOVE POST-CUST-NO     TO AH-CUST-NO
           MOVE POST-APPL-SEQ-NO TO AH-APPL-SEQ-NO
           MOVE CT-AUTH-CODE     TO AH-AUTH-CODE

           READ AUTHHOLD
               INVALID KEY
                   ADD 1 TO HOLDS-NOT-FOUND
           END-READ

           IF AUTHHOLD-STATUS = '00'
               IF AH-IS-HELD OR AH-IS-EXPIRED
                   MOVE 'CLEARED '      TO AH-STATUS
                   MOVE RUN-DATE        TO AH-CLEARED-DATE
                   MOVE CT-REFERENCE-NO TO AH-CLEARED-REFERENCE
                   REWRITE AUTHHOLD-RECORD
                   IF AUTHHOLD-STATUS = '00'
                       ADD 1 TO HOLDS-CLEARED
                   ELSE
                       ADD 1 TO HOLDS-NOT-UPDATED
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * Rewards points on a posted clearing record. A purchase earns
      * at the rate of the card's product now; a refund or purchase
      * reversal takes back at the same rate, which can leave the
      * balance below zero until the card earns again.
      * Fractions of a point are dropped both ways.
      ******************************************************************
       ACCRUE-CLEARING-POINTS.
           EVALUATE CT-TRAN-CODE
               WHEN '05'
                   MOVE 'EARN    ' TO POINTS-TYPE
               WHEN '06'
               WHEN '25'
                   MOVE 'REVERSE ' TO POINTS-TYPE
               WHEN OTHER
                   MOVE SPACES     TO POINTS-TYPE
           END-EVALUATE

           MOVE 0 TO POINTS-EARN-RATE
           IF POINTS-TYPE NOT = SPACES
               PERFORM FIND-CARD-EARN-RATE
           END-IF

           IF POINTS-EARN-RATE > 0
               COMPUTE POINTS-MOVEMENT = POST-AMOUNT * POINTS-EARN-RATE
               IF POINTS-TYPE = 'REVERSE '
                   COMPUTE POINTS-MOVEMENT = 0 - POINTS-MOVEMENT
               END-IF
               IF POINTS-MOVEMENT NOT = 0
                   PERFORM POST-POINTS-MOVEMENT
               END-IF
           END-IF
           .

       FIND-CARD-EARN-RATE.
           MOVE POST-CUST-NO     TO CC-CUST-NO
           MOVE POST-APPL-SEQ-NO TO CC-APPL-SEQ-NO
           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS = '00'
               MOVE CC-PRODUCT-CODE TO POINTS-PRODUCT
               MOVE CC-PRODUCT-CODE TO PD-PRODUCT-CODE
               READ PRODCAT
                   KEY IS PD-PRODUCT-CODE
                   INVALID KEY
                       CONTINUE
               END-READ

               IF PRODCAT-STATUS = '00'
                  AND PD-POINTS-EARN-RATE IS NUMERIC
                   MOVE PD-POINTS-EARN-RATE TO POINTS-EARN-RATE
               END-IF
           END-IF
           .

      * As with the money, the points ledger row goes first and the
      * balance only moves once it is written.
       POST-POINTS-MOVEMENT.
           MOVE POST-CUST-NO     TO PB-CUST-NO
           MOVE POST-APPL-SEQ-NO TO PB-APPL-SEQ-NO

           READ PTSBAL
               KEY IS PB-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF PTSBAL-STATUS = '00'
               MOVE 'Y' TO POINTS-ROW-FOUND
           ELSE
               MOVE 'N' TO POINTS-ROW-FOUND
               MOVE SPACES           TO PTSBAL-RECORD
               MOVE POST-CUST-NO     TO PB-CUST-NO
               MOVE POST-APPL-SEQ-NO TO PB-APPL-SEQ-NO
               MOVE 0                TO PB-POINTS-BALANCE
               MOVE RUN-DATE         TO PB-OPENED-DATE
               MOVE 0                TO PB-LAST-POST-SEQ
               MOVE 0                TO PB-EARNED-TOTAL
               MOVE 0                TO PB-REVERSED-TOTAL
               MOVE 0                TO PB-REDEEMED-TOTAL
               MOVE 0                TO PB-EXPIRED-TOTAL
               MOVE 0                TO PB-LIABILITY-BOOKED
               MOVE 0                TO PB-LAST-STATEMENT-POINTS
           END-IF

           IF POINTS-ROW-FOUND = 'N'
              AND POINTS-TYPE = 'REVERSE '
               ADD 1 TO PTS-NOTHING-TO-REVERSE
           ELSE
               PERFORM WRITE-POINTS-LEDGER-ROW
           END-IF
           .

       WRITE-POINTS-LEDGER-ROW.
           IF PB-LAST-POST-DATE = RUN-DATE
               ADD 1 TO PB-LAST-POST-SEQ
           ELSE
               MOVE 1 TO PB-LAST-POST-SEQ
           END-IF
           MOVE RUN-DATE        TO PB-LAST-POST-DATE
           MOVE POINTS-PRODUCT  TO PB-PRODUCT-CODE
           ADD POINTS-MOVEMENT  TO PB-POINTS-BALANCE

           MOVE SPACES            TO PTSLDG-RECORD
           MOVE POST-CUST-NO      TO PT-CUST-NO
           MOVE POST-APPL-SEQ-NO  TO PT-APPL-SEQ-NO
           MOVE RUN-DATE          TO PT-POST-DATE
           MOVE PB-LAST-POST-SEQ  TO PT-POST-SEQ
           MOVE POINTS-TYPE       TO PT-POINTS-TYPE
           MOVE POINTS-MOVEMENT   TO PT-POINTS
           MOVE POINTS-PRODUCT    TO PT-PRODUCT-CODE
           MOVE POINTS-EARN-RATE  TO PT-EARN-RATE
           MOVE POST-AMOUNT       TO PT-TRAN-AMOUNT
           MOVE POSTED-LEDGER-KEY TO PT-SOURCE-KEY
           MOVE 0                 TO PT-CREDIT-AMOUNT
           MOVE PB-POINTS-BALANCE TO PT-BALANCE-AFTER
           MOVE DC-JOB-NAME-SELF  TO PT-POSTED-BY
           MOVE POST-DESCRIPTION  TO PT-DESCRIPTION

           WRITE PTSLDG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF PTSLDG-STATUS NOT = '00'
               ADD 1 TO PTS-WRITE-FAILED
               MOVE SPACES TO REPORT-LINE
               STRING 'POINTS LEDGER WRITE FAILED: ACCT ' POST-CUST-NO
                      ' SEQ ' POST-APPL-SEQ-NO
                      ' STATUS ' PTSLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           ELSE
               IF POINTS-TYPE = 'EARN    '
                   ADD POINTS-MOVEMENT TO PB-EARNED-TOTAL
                   MOVE RUN-DATE       TO PB-LAST-ACTIVITY-DATE
                   ADD 1               TO PTS-EARN-ROWS
                   ADD POINTS-MOVEMENT TO PTS-EARNED
               ELSE
                   SUBTRACT POINTS-MOVEMENT FROM PB-REVERSED-TOTAL
                   ADD 1                    TO PTS-REVERSE-ROWS
                   SUBTRACT POINTS-MOVEMENT FROM PTS-REVERSED
               END-IF

               IF POINTS-ROW-FOUND = 'Y'
                   REWRITE PTSBAL-RECORD
               ELSE
                   WRITE PTSBAL-RECORD
                   ADD 1 TO PTS-ACCOUNTS-OPENED
               END-IF
           END-IF
           .

      ******************************************************************
      * Feed 2 - the annual fee extract.
      ******************************************************************
       POST-FEEBILL-EXTRACT.
           OPEN INPUT FEEBILL-EXTRACT

           IF FEEBILL-STATUS = '00'
               PERFORM READ-NEXT-FEEBILL-RECORD
               PERFORM POST-ONE-FEEBILL-RECORD
                   UNTIL END-OF-FEEBILL = 'Y'

               CLOSE FEEBILL-EXTRACT
           END-IF
           .

       READ-NEXT-FEEBILL-RECORD.
           READ FEEBILL-EXTRACT
               AT END
                   MOVE 'Y' TO END-OF-FEEBILL
           END-READ

           IF FEEBILL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-FEEBILL
           END-IF
           .

      * A waived fee is on the extract so finance sees the waiver
      * population - there is nothing to charge.
       POST-ONE-FEEBILL-RECORD.
           ADD 1 TO FEE-READ

           IF FB-WAIVER-CODE NOT = SPACES
               ADD 1 TO FEE-WAIVED
           ELSE
               MOVE SPACES            TO POSTING-REQUEST
               MOVE 'FEEBILL '        TO POST-SOURCE
               MOVE FB-CARD-NUMBER    TO POST-CARD-NUMBER
               MOVE FB-CUST-NO        TO POST-CUST-NO
               MOVE FB-APPL-SEQ-NO    TO POST-APPL-SEQ-NO
               MOVE 'FEE     '        TO POST-TRAN-TYPE
               MOVE 'D'               TO POST-DEBIT-CREDIT
               MOVE FB-ANNUAL-FEE     TO POST-AMOUNT
               MOVE FB-BILLING-DATE   TO POST-TRAN-DATE
               MOVE 'ANNUAL FEE'      TO POST-DESCRIPTION

               PERFORM CHECK-CARD-POSTABLE

               IF REJECT-REASON = SPACES
                   PERFORM POST-TO-LEDGER
               END-IF

               IF REJECT-REASON = SPACES
                   ADD 1 TO FEE-POSTED
               ELSE
                   ADD 1 TO FEE-REJECTED
                   PERFORM WRITE-POSTING-REJECT
               END-IF
           END-IF

           PERFORM READ-NEXT-FEEBILL-RECORD
           .

      ******************************************************************
      * Feed 3 - the balance transfer instructions. The transfer and
      * its fee are two ledger rows, so the statement shows both.
      ******************************************************************
       POST-BTINSTR-EXTRACT.
           OPEN INPUT BTINSTR-EXTRACT

           IF BTINSTR-STATUS = '00'
               PERFORM READ-NEXT-BTINSTR-RECORD
               PERFORM POST-ONE-BTINSTR-RECORD
                   UNTIL END-OF-BTINSTR = 'Y'

               CLOSE BTINSTR-EXTRACT
           END-IF
           .

       READ-NEXT-BTINSTR-RECORD.
           READ BTINSTR-EXTRACT
               AT END
                   MOVE 'Y' TO END-OF-BTINSTR
           END-READ

           IF BTINSTR-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-BTINSTR
           END-IF
           .

       POST-ONE-BTINSTR-RECORD.
           ADD 1 TO BT-READ

           MOVE SPACES             TO POSTING-REQUEST
           MOVE 'BTINSTR '         TO POST-SOURCE
           MOVE BI-CARD-NUMBER     TO POST-CARD-NUMBER
           MOVE BI-CUST-NO         TO POST-CUST-NO
           MOVE BI-APPL-SEQ-NO     TO POST-APPL-SEQ-NO
           MOVE 'BALXFER '         TO POST-TRAN-TYPE
           MOVE 'D'                TO POST-DEBIT-CREDIT
           MOVE BI-TRANSFER-AMOUNT TO POST-AMOUNT
           MOVE BI-EXTRACT-DATE    TO POST-TRAN-DATE
           MOVE 'BALANCE TRANSFER' TO POST-DESCRIPTION

           PERFORM CHECK-CARD-POSTABLE

           IF REJECT-REASON = SPACES
               PERFORM POST-TO-LEDGER
           END-IF

           IF REJECT-REASON = SPACES
              AND BI-TRANSFER-FEE > 0
               MOVE 'FEE     '         TO POST-TRAN-TYPE
               MOVE BI-TRANSFER-FEE    TO POST-AMOUNT
               MOVE 'BALANCE TRANSFER FEE' TO POST-DESCRIPTION
               PERFORM POST-TO-LEDGER
           END-IF

           IF REJECT-REASON = SPACES
               ADD 1 TO BT-POSTED
           ELSE
               ADD 1 TO BT-REJECTED
               PERFORM WRITE-POSTING-REJECT
           END-IF

           PERFORM READ-NEXT-BTINSTR-RECORD
           .

      ******************************************************************
      * Feed 4 - the bank's payment file. Payments are matched, not
      * refused: whatever cannot post goes to payment suspense.
      ******************************************************************
       POST-BANK-PAYMENT-FILE.
           OPEN INPUT BANKPAY-FILE

           IF BANKPAY-STATUS = '00'
               PERFORM READ-NEXT-BANK-PAYMENT
               PERFORM POST-ONE-BANK-PAYMENT
                   UNTIL END-OF-BANKPAY = 'Y'

               CLOSE BANKPAY-FILE
           ELSE
               DISPLAY 'BANK PAYMENT FILE NOT AVAILABLE - NO PAYMENTS '
                   'POSTED'
           END-IF
           .

       READ-NEXT-BANK-PAYMENT.
           READ BANKPAY-FILE
               AT END
                   MOVE 'Y' TO END-OF-BANKPAY
           END-READ

           IF BANKPAY-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-BANKPAY
           END-IF
           .

       POST-ONE-BANK-PAYMENT.
           IF BP-IS-TRAILER
               MOVE 'Y'                 TO PAY-TRAILER-SEEN
               MOVE BP-TRL-RECORD-COUNT TO PAY-TRAILER-COUNT
               MOVE BP-TRL-AMOUNT-TOTAL TO PAY-TRAILER-AMOUNT
           ELSE
               ADD 1         TO PAY-READ
               ADD BP-AMOUNT TO PAY-AMOUNT-READ

               MOVE SPACES             TO POSTING-REQUEST
               MOVE 'BANKPAY '         TO POST-SOURCE
               MOVE BP-CARD-NUMBER     TO POST-CARD-NUMBER
               MOVE 0                  TO POST-APPL-SEQ-NO
               MOVE 'PAYMENT '         TO POST-TRAN-TYPE
               MOVE 'C'                TO POST-DEBIT-CREDIT
               MOVE BP-AMOUNT          TO POST-AMOUNT
               MOVE BP-VALUE-DATE      TO POST-TRAN-DATE
               MOVE BP-PAYMENT-ID      TO POST-REFERENCE
               STRING 'PAYMENT - ' BP-CHANNEL
                   DELIMITED BY SIZE INTO POST-DESCRIPTION

               PERFORM MATCH-PAYMENT-TO-CARD

               IF REJECT-REASON = SPACES
                   PERFORM POST-TO-LEDGER
               END-IF

               IF REJECT-REASON = SPACES
                   ADD 1 TO PAY-POSTED
               ELSE
                   ADD 1 TO PAY-SUSPENDED
                   PERFORM WRITE-PAYMENT-SUSPENSE
               END-IF
           END-IF

           PERFORM READ-NEXT-BANK-PAYMENT
           .

      ******************************************************************
      * Which card position does the payment belong to? The card
      * number quoted is tried first. A hot-listed number is dead
      * for spending but the position behind it still owes, so the
      * payment follows the HOTCARD row to it. Failing that, the
      * account number quoted is tried - good only when the account
      * has exactly one open card position.
      ******************************************************************
       MATCH-PAYMENT-TO-CARD.
           MOVE SPACES TO REJECT-REASON
           MOVE 'N'    TO PAYMENT-MATCHED

           IF BP-CARD-NUMBER NOT = SPACES
               PERFORM MATCH-PAYMENT-BY-CARD
           END-IF

           IF PAYMENT-MATCHED = 'N'
              AND BP-ACCOUNT-NO NOT = SPACES
               PERFORM MATCH-PAYMENT-BY-ACCOUNT
           END-IF

           IF PAYMENT-MATCHED = 'Y'
               PERFORM CHECK-PAYMENT-POSTABLE
           ELSE
               IF REJECT-REASON = SPACES
                   MOVE 'NOMATCH ' TO REJECT-REASON
               END-IF
           END-IF
           .

       MATCH-PAYMENT-BY-CARD.
           MOVE BP-CARD-NUMBER TO HC-CARD-NUMBER
           READ HOTCARD
               KEY IS HC-CARD-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ

           IF HOTCARD-STATUS = '00'
               MOVE HC-CUST-NO     TO POST-CUST-NO
               MOVE HC-APPL-SEQ-NO TO POST-APPL-SEQ-NO
           END-IF

           PERFORM FIND-CARD-MASTER-ROW

           IF CARDMAS-STATUS = '00'
               MOVE 'Y'            TO PAYMENT-MATCHED
               MOVE CD-CUST-NO     TO POST-CUST-NO
               MOVE CD-APPL-SEQ-NO TO POST-APPL-SEQ-NO
           ELSE
               MOVE SPACES         TO POST-CUST-NO
               MOVE 0              TO POST-APPL-SEQ-NO
           END-IF
           .

      * Every card position under the account is looked at. One
      * open position takes the payment; several make it the
      * clerk's call; only closed ones send it to suspense as
      * CLOSED against the position it would have gone to.
       MATCH-PAYMENT-BY-ACCOUNT.
           MOVE 0      TO OPEN-POSITIONS
           MOVE 0      TO CLOSED-POSITIONS
           MOVE 'N'    TO END-OF-ACCOUNT-CARDS
           MOVE BP-ACCOUNT-NO TO CD-CUST-NO
           MOVE 0             TO CD-APPL-SEQ-NO

           START CARDMAS KEY IS NOT LESS THAN CD-CARD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-ACCOUNT-CARDS
           END-START

           IF END-OF-ACCOUNT-CARDS = 'N'
               PERFORM READ-NEXT-ACCOUNT-CARD
               PERFORM COUNT-ONE-ACCOUNT-CARD
                   UNTIL END-OF-ACCOUNT-CARDS = 'Y'
           END-IF

           EVALUATE TRUE
               WHEN OPEN-POSITIONS = 1
                   MOVE OPEN-POSITION-CUST-NO TO POST-CUST-NO
                   MOVE OPEN-POSITION-SEQ-NO  TO POST-APPL-SEQ-NO
               WHEN OPEN-POSITIONS > 1
                   MOVE 'MULTCARD' TO REJECT-REASON
               WHEN CLOSED-POSITIONS > 0
                   MOVE CLOSED-POSITION-CUST-NO TO POST-CUST-NO
                   MOVE CLOSED-POSITION-SEQ-NO  TO POST-APPL-SEQ-NO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF POST-CUST-NO NOT = SPACES
               PERFORM FIND-CARD-MASTER-ROW
               IF CARDMAS-STATUS = '00'
                   MOVE 'Y'            TO PAYMENT-MATCHED
                   MOVE CD-CARD-NUMBER TO POST-CARD-NUMBER
               END-IF
           END-IF
           .

       READ-NEXT-ACCOUNT-CARD.
           READ CARDMAS NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-ACCOUNT-CARDS
           END-READ

           IF CARDMAS-STATUS NOT = '00'
              OR CD-CUST-NO NOT = BP-ACCOUNT-NO
               MOVE 'Y' TO END-OF-ACCOUNT-CARDS
           END-IF
           .

       COUNT-ONE-ACCOUNT-CARD.
           IF CD-PRODUCTION-STATUS = 'CLOSED  '
               ADD 1 TO CLOSED-POSITIONS
               MOVE CD-CARD-KEY TO CLOSED-POSITION-KEY
           ELSE
               ADD 1 TO OPEN-POSITIONS
               MOVE CD-CARD-KEY TO OPEN-POSITION-KEY
           END-IF

           PERFORM READ-NEXT-ACCOUNT-CARD
           .

      * A payment is taken by any position that is not closed and
      * has something to pay - a card never activated with nothing
      * ever posted to it has no balance for the money to settle.
      * A replacement card waiting for activation still takes it:
      * the position's balance is carried on CARDBAL either way.
       CHECK-PAYMENT-POSTABLE.
           MOVE SPACES TO REJECT-REASON

           IF CD-PRODUCTION-STATUS = 'CLOSED  '
               MOVE 'CLOSED  ' TO REJECT-REASON
           ELSE
               IF CD-ACTIVATION-DATE = SPACES
                   MOVE POST-CUST-NO     TO CB-CUST-NO
                   MOVE POST-APPL-SEQ-NO TO CB-APPL-SEQ-NO
                   READ CARDBAL
                       KEY IS CB-CARD-KEY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF CARDBAL-STATUS NOT = '00'
                       MOVE 'NOTACTV ' TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .

      * The suspense item keeps the payment exactly as the bank sent
      * it, plus the position it matched when there was one.
       WRITE-PAYMENT-SUSPENSE.
           MOVE SPACES             TO PAYSUSP-RECORD
           MOVE RUN-DATE           TO PS-SUSPENSE-DATE
           MOVE 'OPEN    '         TO PS-STATUS
           MOVE REJECT-REASON      TO PS-REASON
           MOVE BP-PAYMENT-ID      TO PS-PAYMENT-ID
           MOVE BP-CHANNEL         TO PS-CHANNEL
           MOVE BP-CARD-NUMBER     TO PS-CARD-NUMBER
           MOVE BP-ACCOUNT-NO      TO PS-ACCOUNT-NO
           MOVE BP-AMOUNT          TO PS-AMOUNT
           MOVE BP-VALUE-DATE      TO PS-VALUE-DATE
           MOVE BP-PAYER-NAME      TO PS-PAYER-NAME
           MOVE BP-PAYER-REFERENCE TO PS-PAYER-REFERENCE
           MOVE POST-CUST-NO       TO PS-MATCHED-CUST-NO
           MOVE POST-APPL-SEQ-NO   TO PS-MATCHED-APPL-SEQ-NO

           MOVE 'N' TO SUSPENSE-WRITTEN
           PERFORM WRITE-ONE-SUSPENSE-ITEM
               UNTIL SUSPENSE-WRITTEN = 'Y'

           ADD BP-AMOUNT TO PAY-AMOUNT-SUSPENDED

           EVALUATE REJECT-REASON
               WHEN 'NOMATCH '
                   ADD 1 TO PS-NOMATCH-COUNT
               WHEN 'MULTCARD'
                   ADD 1 TO PS-MULTCARD-COUNT
               WHEN 'CLOSED  '
                   ADD 1 TO PS-CLOSED-COUNT
               WHEN 'NOTACTV '
                   ADD 1 TO PS-NOTACTV-COUNT
               WHEN OTHER
                   ADD 1 TO PS-LDGWRITE-COUNT
           END-EVALUATE

           MOVE BP-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'SUSPENSE ' REJECT-REASON ' PAYMENT ' BP-PAYMENT-ID
                  ' ' BP-CHANNEL ' ' AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The sequence carries on from the last item written today -
      * a key already taken just moves on to the next.
       WRITE-ONE-SUSPENSE-ITEM.
           ADD 1 TO SUSPENSE-SEQ
           MOVE SUSPENSE-SEQ TO PS-SUSPENSE-SEQ

           WRITE PAYSUSP-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF PAYSUSP-STATUS NOT = '22'
              OR SUSPENSE-SEQ = 99999
               MOVE 'Y' TO SUSPENSE-WRITTEN
               IF PAYSUSP-STATUS NOT = '00'
                   ADD 1 TO PS-WRITE-FAILED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'SUSPENSE WRITE FAILED: PAYMENT '
                          BP-PAYMENT-ID ' STATUS ' PAYSUSP-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      * Is the card allowed to take a posting at all? A hot-listed
      * number is refused first - it may no longer be the number on
      * CARDMAS, since a replacement takes the row over - then the
      * card master row must exist, be ACTIVATD, and have been
      * activated by the cardholder. The position off the card
      * master row is what the ledger row is keyed on.
      ******************************************************************
       CHECK-CARD-POSTABLE.
           MOVE SPACES TO REJECT-REASON

           IF POST-CARD-NUMBER NOT = SPACES
               MOVE POST-CARD-NUMBER TO HC-CARD-NUMBER
               READ HOTCARD
                   KEY IS HC-CARD-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ

               IF HOTCARD-STATUS = '00'
                   MOVE 'HOTLIST ' TO REJECT-REASON
                   MOVE HC-CUST-NO     TO POST-CUST-NO
                   MOVE HC-APPL-SEQ-NO TO POST-APPL-SEQ-NO
               END-IF
           END-IF

           IF REJECT-REASON = SPACES
               PERFORM FIND-CARD-MASTER-ROW

               EVALUATE TRUE
                   WHEN CARDMAS-STATUS NOT = '00'
                       MOVE 'NOCARD  ' TO REJECT-REASON
                   WHEN USER-CARD-FOUND = 'Y'
                    AND NOT UC-CARD-LIVE
                       MOVE 'CLOSED  ' TO REJECT-REASON
                   WHEN USER-CARD-FOUND = 'Y'
                    AND UC-PRODUCTION-STATUS NOT = 'PRODUCED'
                       MOVE 'CARDSTAT' TO REJECT-REASON
                   WHEN CD-PRODUCTION-STATUS = 'CLOSED  '
                       MOVE 'CLOSED  ' TO REJECT-REASON
                   WHEN CD-ACTIVATION-DATE = SPACES
                       MOVE 'NOTACTV ' TO REJECT-REASON
                   WHEN CD-PRODUCTION-STATUS NOT = 'ACTIVATD'
                       MOVE 'CARDSTAT' TO REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF CARDMAS-STATUS = '00'
                   MOVE CD-CUST-NO     TO POST-CUST-NO
                   MOVE CD-APPL-SEQ-NO TO POST-APPL-SEQ-NO
               END-IF
           END-IF
           .

       FIND-CARD-MASTER-ROW.
           MOVE 'N' TO USER-CARD-FOUND

           IF POST-CUST-NO = SPACES
               MOVE POST-CARD-NUMBER TO CD-CARD-NUMBER
               READ CARDMAS
                   KEY IS CD-CARD-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CARDMAS-STATUS NOT = '00'
                   PERFORM FIND-USER-CARD-ROW
               END-IF
           ELSE
               MOVE POST-CUST-NO     TO CD-CUST-NO
               MOVE POST-APPL-SEQ-NO TO CD-APPL-SEQ-NO
               READ CARDMAS
                   KEY IS CD-CARD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           .

      * A number CARDMAS does not know may be an authorized user's -
      * the primary card row on the position it draws on is then
      * the one judged and posted under.
       FIND-USER-CARD-ROW.
           MOVE POST-CARD-NUMBER TO UC-CARD-NUMBER
           READ USRCARD
               KEY IS UC-CARD-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ

           IF USRCARD-STATUS = '00'
               MOVE 'Y'            TO USER-CARD-FOUND
               MOVE UC-CUST-NO     TO CD-CUST-NO
               MOVE UC-APPL-SEQ-NO TO CD-APPL-SEQ-NO
               READ CARDMAS
                   KEY IS CD-CARD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           .

      ******************************************************************
      * Write one ledger row and move the card's balance on. The
      * ledger row goes first - if it cannot be written the balance
      * is left exactly as it was and the posting is refused, so
      * the balance never holds an amount the ledger cannot explain.
      ******************************************************************
       POST-TO-LEDGER.
           MOVE POST-CUST-NO     TO CB-CUST-NO
           MOVE POST-APPL-SEQ-NO TO CB-APPL-SEQ-NO

           READ CARDBAL
               KEY IS CB-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDBAL-STATUS = '00'
               MOVE 'Y' TO BALANCE-ROW-FOUND
           ELSE
               MOVE 'N' TO BALANCE-ROW-FOUND
               MOVE SPACES           TO CARDBAL-RECORD
               MOVE POST-CUST-NO     TO CB-CUST-NO
               MOVE POST-APPL-SEQ-NO TO CB-APPL-SEQ-NO
               MOVE 0                TO CB-CURRENT-BALANCE
               MOVE 0                TO CB-LAST-POST-SEQ
               MOVE RUN-DATE         TO CB-OPENED-DATE
               MOVE 0                TO CB-CYCLE-CLOSE-BALANCE
               MOVE 0                TO CB-BT-BALANCE
               MOVE 0                TO CB-LAST-STATEMENT-BALANCE
               MOVE 0                TO CB-MINIMUM-DUE
               MOVE 0                TO CB-PAST-DUE-AMOUNT
               MOVE 0                TO CB-CYCLES-DELINQUENT
               PERFORM GIVE-CARD-A-CYCLE-DAY
           END-IF

           IF CB-LAST-POST-DATE = RUN-DATE
               ADD 1 TO CB-LAST-POST-SEQ
           ELSE
               MOVE 1 TO CB-LAST-POST-SEQ
           END-IF
           MOVE RUN-DATE TO CB-LAST-POST-DATE

           IF POST-DEBIT-CREDIT = 'D'
               ADD POST-AMOUNT TO CB-CURRENT-BALANCE
           ELSE
               SUBTRACT POST-AMOUNT FROM CB-CURRENT-BALANCE
           END-IF

           MOVE SPACES                 TO CARDLDG-RECORD
           MOVE POST-CUST-NO           TO LG-CUST-NO
           MOVE POST-APPL-SEQ-NO       TO LG-APPL-SEQ-NO
           MOVE RUN-DATE               TO LG-POST-DATE
           MOVE CB-LAST-POST-SEQ       TO LG-POST-SEQ
           MOVE POST-TRAN-TYPE         TO LG-TRAN-TYPE
           MOVE POST-DEBIT-CREDIT      TO LG-DEBIT-CREDIT
           MOVE POST-AMOUNT            TO LG-AMOUNT
           MOVE POST-TRAN-DATE         TO LG-TRAN-DATE
           MOVE POST-CARD-NUMBER       TO LG-CARD-NUMBER
           MOVE POST-SOURCE            TO LG-SOURCE
           MOVE POST-REFERENCE         TO LG-REFERENCE
           MOVE POST-DESCRIPTION       TO LG-DESCRIPTION
           MOVE POST-MERCHANT-CATEGORY TO LG-MERCHANT-CATEGORY
           MOVE CB-CURRENT-BALANCE     TO LG-BALANCE-AFTER
           MOVE DC-JOB-NAME-SELF       TO LG-POSTED-BY
           MOVE LG-LEDGER-KEY          TO POSTED-LEDGER-KEY

           WRITE CARDLDG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF CARDLDG-STATUS NOT = '00'
               MOVE 'LDGWRITE' TO REJECT-REASON
               MOVE SPACES TO REPORT-LINE
               STRING 'LEDGER WRITE FAILED: ACCT ' POST-CUST-NO
                      ' SEQ ' POST-APPL-SEQ-NO
                      ' STATUS ' CARDLDG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           ELSE
               IF BALANCE-ROW-FOUND = 'Y'
                   REWRITE CARDBAL-RECORD
               ELSE
                   WRITE CARDBAL-RECORD
                   ADD 1 TO BALANCE-ROWS-OPENED
               END-IF

               ADD 1 TO LEDGER-ROWS-WRITTEN
               IF POST-DEBIT-CREDIT = 'D'
                   ADD POST-AMOUNT TO DEBITS-POSTED
               ELSE
                   ADD POST-AMOUNT TO CREDITS-POSTED
               END-IF

               IF DORMANCY-FILES-OPEN = 'Y'
                  AND (POST-SOURCE = 'CLEARING'
                    OR POST-SOURCE = 'BANKPAY '
                    OR POST-SOURCE = 'BTINSTR ')
                   PERFORM REACTIVATE-DORMANT-ACCOUNT
               END-IF
           END-IF
           .

      * A purchase, payment or balance transfer is the cardholder
      * using the account, so a dormant one is made ACTIVE again at
      * once, whoever made it dormant - the monthly CSDORMNT run
      * would otherwise close it on the strength of a notice the
      * cardholder has already answered. Our own fees are not use.
       REACTIVATE-DORMANT-ACCOUNT.
           MOVE POST-CUST-NO TO CM-CUST-NO

           READ CUSTMAS
               KEY IS CM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUSTMAS-STATUS = '00'
              AND CM-ACCT-DORMANT
               MOVE CM-ACCT-STATUS   TO SH-OLD-STATUS
               MOVE 'A'              TO CM-ACCT-STATUS
               REWRITE CUSTMAS-RECORD

               IF CUSTMAS-STATUS = '00'
                   MOVE CM-CUST-NO       TO SH-CUST-NO
                   MOVE RUN-DATE         TO SH-CHANGE-DATE
                   MOVE RUN-TIME         TO SH-CHANGE-TIME
                   MOVE 'A'              TO SH-NEW-STATUS
                   MOVE DC-JOB-NAME-SELF TO SH-CHANGED-BY

                   WRITE STATHIST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE

                   ADD 1 TO ACCOUNTS-REACTIVATED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'DORMANT ACCOUNT REACTIVATED: ACCT '
                          CM-CUST-NO ' BY ' POST-SOURCE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF
           .

      * A new balance row takes its billing-cycle day from the day
      * it opens - capped at 28, so the cycle close can find the
      * day in every month.
       GIVE-CARD-A-CYCLE-DAY.
           MOVE RUN-DATE(7:2) TO CB-CYCLE-DAY
           IF CB-CYCLE-DAY > 28
               MOVE 28 TO CB-CYCLE-DAY
           END-IF
           .

       WRITE-POSTING-REJECT.
           MOVE SPACES           TO REJECT-RECORD
           MOVE POST-SOURCE      TO RJ-SOURCE
           MOVE REJECT-REASON    TO RJ-REASON
           MOVE POST-CARD-NUMBER TO RJ-CARD-NUMBER
           MOVE POST-CUST-NO     TO RJ-CUST-NO
           MOVE POST-APPL-SEQ-NO TO RJ-APPL-SEQ-NO
           MOVE POST-TRAN-TYPE   TO RJ-TRAN-TYPE
           MOVE POST-AMOUNT      TO RJ-AMOUNT
           MOVE POST-TRAN-DATE   TO RJ-TRAN-DATE
           MOVE POST-REFERENCE   TO RJ-REFERENCE
           MOVE RUN-DATE         TO RJ-REJECT-DATE
           WRITE REJECT-RECORD

           ADD POST-AMOUNT TO AMOUNT-REJECTED

           EVALUATE REJECT-REASON
               WHEN 'HOTLIST '
                   ADD 1 TO RJ-HOTLIST-COUNT
               WHEN 'CLOSED  '
                   ADD 1 TO RJ-CLOSED-COUNT
               WHEN 'NOTACTV '
                   ADD 1 TO RJ-NOTACTV-COUNT
               WHEN 'CARDSTAT'
                   ADD 1 TO RJ-CARDSTAT-COUNT
               WHEN 'NOCARD  '
                   ADD 1 TO RJ-NOCARD-COUNT
               WHEN 'BADCODE '
                   ADD 1 TO RJ-BADCODE-COUNT
               WHEN 'CHGBACK '
                   ADD 1 TO RJ-CHGBACK-COUNT
               WHEN OTHER
                   ADD 1 TO RJ-LDGWRITE-COUNT
           END-EVALUATE

           MOVE POST-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTED ' REJECT-REASON ' ' POST-SOURCE
                  ' CARD ' POST-CARD-NUMBER
                  ' ' POST-TRAN-TYPE ' ' AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       PRINT-POSTING-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CLEARING READ/POSTED/REJECTED: ' CLR-READ
                  ' ' CLR-POSTED ' ' CLR-REJECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE CLR-AMOUNT-READ TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'CLEARING AMOUNT READ:        ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           IF TRAILER-SEEN = 'N'
               DISPLAY 'OUT OF BALANCE: CLEARING FILE HAD NO TRAILER'
           ELSE
               IF CLR-TRAILER-COUNT NOT = CLR-READ
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: TRAILER COUNT '
                          CLR-TRAILER-COUNT ' READ ' CLR-READ
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
               IF CLR-TRAILER-AMOUNT NOT = CLR-AMOUNT-READ
                   MOVE CLR-TRAILER-AMOUNT TO TOTAL-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: TRAILER AMOUNT '
                          TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'FEEBILL READ/POSTED/REJECTED: ' FEE-READ
                  ' ' FEE-POSTED ' ' FEE-REJECTED
                  '  WAIVED ' FEE-WAIVED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BTINSTR READ/POSTED/REJECTED: ' BT-READ
                  ' ' BT-POSTED ' ' BT-REJECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BANKPAY READ/POSTED/SUSPENDED: ' PAY-READ
                  ' ' PAY-POSTED ' ' PAY-SUSPENDED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE PAY-AMOUNT-READ TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'BANKPAY AMOUNT READ:         ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE PAY-AMOUNT-SUSPENDED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'BANKPAY AMOUNT SUSPENDED:    ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           IF PAY-READ > 0 OR PAY-TRAILER-SEEN = 'Y'
               PERFORM CHECK-BANK-PAYMENT-TRAILER
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'SUSPENDED NOMATCH/MULTCARD/CLOSED: '
                  PS-NOMATCH-COUNT ' ' PS-MULTCARD-COUNT
                  ' ' PS-CLOSED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SUSPENDED NOTACTV/LDGWRITE:  '
                  PS-NOTACTV-COUNT ' ' PS-LDGWRITE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF PS-WRITE-FAILED > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'SUSPENSE ITEMS NOT WRITTEN:  ' PS-WRITE-FAILED
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'LEDGER ROWS WRITTEN:         ' LEDGER-ROWS-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BALANCE ROWS OPENED:         ' BALANCE-ROWS-OPENED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE DEBITS-POSTED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'DEBITS POSTED:               ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE CREDITS-POSTED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'CREDITS POSTED:              ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE AMOUNT-REJECTED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT REJECTED:             ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTS HOTLIST/CLOSED/NOTACTV: '
                  RJ-HOTLIST-COUNT ' ' RJ-CLOSED-COUNT
                  ' ' RJ-NOTACTV-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTS CARDSTAT/NOCARD/BADCODE/LDGWRITE: '
                  RJ-CARDSTAT-COUNT ' ' RJ-NOCARD-COUNT
                  ' ' RJ-BADCODE-COUNT ' ' RJ-LDGWRITE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTS CHGBACK (TO CSCBKRTN): ' RJ-CHGBACK-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'AUTH HOLDS CLEARED/NO HOLD/EXPIRED: '
                  HOLDS-CLEARED ' ' HOLDS-NOT-FOUND
                  ' ' HOLDS-EXPIRED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF HOLDS-NOT-UPDATED > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'AUTH HOLDS NOT UPDATED:      ' HOLDS-NOT-UPDATED
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'POINTS EARNED ROWS/POINTS:   ' PTS-EARN-ROWS
                  ' ' PTS-EARNED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POINTS REVERSED ROWS/POINTS: ' PTS-REVERSE-ROWS
                  ' ' PTS-REVERSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POINTS ACCOUNTS OPENED/NOTHING TO REVERSE: '
                  PTS-ACCOUNTS-OPENED ' ' PTS-NOTHING-TO-REVERSE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF PTS-WRITE-FAILED > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'POINTS ROWS NOT WRITTEN:     ' PTS-WRITE-FAILED
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'DORMANT ACCTS REACTIVATED:   ' ACCOUNTS-REACTIVATED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      ******************************************************************
      * Retire every hold still HELD after its expiry date - the
      * purchase never cleared, and the approval no longer stands.
      ******************************************************************
       EXPIRE-LAPSED-HOLDS.
           MOVE LOW-VALUES TO AH-HOLD-KEY
           MOVE 'N'        TO END-OF-HOLDS

           START AUTHHOLD KEY IS NOT LESS THAN AH-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-HOLDS
           END-START

           PERFORM EXPIRE-ONE-LAPSED-HOLD
               UNTIL END-OF-HOLDS = 'Y'
           .

       EXPIRE-ONE-LAPSED-HOLD.
           READ AUTHHOLD NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-HOLDS
           END-READ

           IF AUTHHOLD-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-HOLDS
           ELSE
               IF AH-IS-HELD
                  AND AH-EXPIRY-DATE < RUN-DATE
                   MOVE 'EXPIRED ' TO AH-STATUS
                   REWRITE AUTHHOLD-RECORD
                   IF AUTHHOLD-STATUS = '00'
                       ADD 1 TO HOLDS-EXPIRED
                   ELSE
                       ADD 1 TO HOLDS-NOT-UPDATED
                   END-IF
               END-IF
           END-IF
           .

       CHECK-BANK-PAYMENT-TRAILER.
           IF PAY-TRAILER-SEEN = 'N'
               DISPLAY 'OUT OF BALANCE: BANK PAYMENT FILE HAD NO '
                   'TRAILER'
           ELSE
               IF PAY-TRAILER-COUNT NOT = PAY-READ
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: BANK TRAILER COUNT '
                          PAY-TRAILER-COUNT ' READ ' PAY-READ
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
               IF PAY-TRAILER-AMOUNT NOT = PAY-AMOUNT-READ
                   MOVE PAY-TRAILER-AMOUNT TO TOTAL-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: BANK TRAILER AMOUNT '
                          TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-READ =
               CLR-READ + FEE-READ + BT-READ + PAY-READ
           MOVE LEDGER-ROWS-WRITTEN TO RUN-LOG-WRITTEN
           COMPUTE RUN-LOG-REJECTED =
               CLR-REJECTED + FEE-REJECTED + BT-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSPOSTNG'.
