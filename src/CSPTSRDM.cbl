       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
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
      *  CSPTSRDM
      *
      * Rewards points transaction (run as RWDS). A card earns
      * points on every posted purchase at its product's earn rate
      * (see copy/PTSBAL.cpy); this is where a servicing agent
      * shows a card's points and redeems them for the cardholder.
      * A single input line drives one of three actions:
      *
      *   RWDS SHO nnnnnnnn [s]
      *        - show card position nnnnnnnn/s's points: the balance
      *          and what it is worth as a statement credit, what
      *          has been earned, reversed, redeemed and expired,
      *          and when the card last earned or redeemed.
      *   RWDS CRD nnnnnnnn s points
      *        - redeem the points as a statement credit, worth
      *          CP-POINT-VALUE each. A REDEEM credit row is written
      *          on the CARDLDG ledger with source REWARDS and the
      *          agent's user id in LG-POSTED-BY, and the card's
      *          CARDBAL balance comes down by the credit.
      *   RWDS CAT nnnnnnnn s points item
      *        - redeem the points for catalogue item "item", which
      *          fulfilment sends out off the PTSLDG row. No money
      *          moves on the card.
      *
      * A redemption must take at least CP-POINTS-MIN-REDEEM points
      * and no more than the card holds, and is refused for a card
      * that is closed. Each one writes a REDEEM row on the PTSLDG
      * points ledger (see copy/PTSLDG.cpy), moves the PTSBAL
      * balance and the card's last activity date on, and puts the
      * before and after PTSBAL images on the CHGJRNL change
      * journal under the account. A statement credit also brings
      * down the liability booked for the card's points by what it
      * paid out - the month-end valuation (see src/CSPTSEXP.cbl)
      * books the rest. The ledger rows go before the balances move;
      * if either cannot be written the whole redemption is backed
      * out.
      *
      * Four-digit accounts are accepted and zero-padded, the same
      * compatibility window every terminal parser honors.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPTSRDM.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * PTSBAL, PTSLDG, CARDMAS, CARDBAL, CARDLDG and CTLPARM are
      * CICS-owned VSAM files (defined in the FCT, not opened by
      * this program) - all accessed entirely through EXEC CICS
      * commands below, never native COBOL I/O.
           COPY PTSBAL.

           COPY PTSLDG.

           COPY CARDMAS.

           COPY CARDBAL.

           COPY CARDLDG.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 INPUT-ARGUMENTS       PIC X(40).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 49.
       1 ACCOUNT-IN              PIC X(8) VALUE SPACES.
       1 APPL-SEQ-RAW            PIC X(1) VALUE SPACES.
       1 APPL-SEQ-NO             PIC 9(1) VALUE 1.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.
       1 POINTS-RAW              PIC X(9) VALUE SPACES.
       1 POINTS-LENGTH           PIC S9(4) COMP VALUE 0.
       1 POINTS-REQUESTED        PIC 9(9) VALUE 0.
       1 CATALOGUE-ITEM-IN       PIC X(12) VALUE SPACES.

       1 PTSBAL-RESP             PIC S9(8) COMP.
       1 PTSLDG-RESP             PIC S9(8) COMP.
       1 CARDMAS-RESP            PIC S9(8) COMP.
       1 CARDBAL-RESP            PIC S9(8) COMP.
       1 CARDLDG-RESP            PIC S9(8) COMP.
       1 CTLPARM-RESP            PIC S9(8) COMP.

      * Programme terms - CTLPARM's where set, else these.
       1 POINT-VALUE             PIC 9V9(4) VALUE 0.0100.
       1 POINTS-MIN-REDEEM       PIC 9(7) VALUE 1000.

       1 CREDIT-AMOUNT           PIC 9(7)V99 VALUE 0.
       1 POINTS-VALUE            PIC S9(9)V99 VALUE 0.

       1 LIST-SCREEN.
         2 PL-LINE OCCURS 12     PIC X(79).

       1 POINTS-DISPLAY          PIC Z(8)9-.
       1 MINIMUM-DISPLAY         PIC Z(6)9.
       1 AMOUNT-DISPLAY          PIC Z(6)9.99.
       1 VALUE-DISPLAY           PIC Z(8)9.99-.
       1 BALANCE-DISPLAY         PIC Z(6)9.99-.

       1 OPERATOR-USER-ID        PIC X(8) VALUE SPACES.
       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
       1 CURRENT-DATE            PIC X(8).

       1 REPORT-LINE             PIC X(80) VALUE ' '.

      * Operator role gate - see copy/OPERROLE.cpy and the shared
      * CHECK-OPERATOR-AUTHORITY fragment in copy/OPAUTHP.cpy.
           COPY OPERROLE.

       1 OPAUTH-ROLE-RESP        PIC S9(8) COMP.
       1 OPAUTH-CTL-RESP         PIC S9(8) COMP.
       1 OPAUTH-USER-ID          PIC X(8)  VALUE SPACES.
       1 OPERATOR-AUTHORIZED     PIC X(1)  VALUE 'Y'.
       1 REQUIRED-ROLE-1         PIC X(10) VALUE 'MAINTAINER'.
       1 REQUIRED-ROLE-2         PIC X(10) VALUE '          '.
       1 OPAUTH-LOG-QUEUE        PIC X(8)  VALUE 'CCAUTHLG'.
       1 OPAUTH-LOG-RECORD.
         2 OG-USER-ID            PIC X(8).
         2 OG-TRANID             PIC X(4).
         2 OG-NEEDED-ROLE        PIC X(10).
         2 OG-ABSTIME            PIC S9(15) COMP-3.

      * Before/after change journal - see copy/CHGJRNL.cpy and the
      * shared WRITE-CHANGE-JOURNAL fragment in copy/CHGJRNLP.cpy.
           COPY CHGJRNL.

       1 JRNL-ACCOUNT            PIC X(8)  VALUE SPACES.
       1 JRNL-FILE-NAME          PIC X(8)  VALUE SPACES.
       1 JRNL-BEFORE-IMAGE       PIC X(272) VALUE SPACES.
       1 JRNL-AFTER-IMAGE        PIC X(272) VALUE SPACES.
       1 JRNL-TIE-BREAK          PIC 9(2)  VALUE 0.
       1 JRNL-RESP               PIC S9(8) COMP.
       1 JRNL-ABSTIME            PIC S9(15) COMP-3.
       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.
       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.
       1 CICSERR-RECORD.
         2 CE-PROGRAM  PIC X(8) VALUE 'CSPTSRDM'.
         2 CE-RESP     PIC S9(8) COMP.
         2 CE-RESP2    PIC S9(8) COMP.
         2 CE-ABSTIME  PIC S9(15) COMP-3.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * The role gate runs before anything else - an unauthorized
      * operator gets a refusal, a CCAUTHLG entry, and nothing
      * else. See copy/OPAUTHP.cpy.
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF OPERATOR-AUTHORIZED = 'N'
               MOVE 'NOT AUTHORIZED FOR THIS TRANSACTION'
                   TO REPORT-LINE
               PERFORM SEND-REPORT-LINE
               EXEC CICS RETURN
               END-EXEC
           END-IF

           MOVE SPACES TO INPUT-ARGUMENTS
           EXEC CICS RECEIVE INTO     ( READ-INPUT )
                           LENGTH     ( READ-INPUT-LENGTH )
                           NOTRUNCATE
                           RESP       ( COMMAND-RESP )
                           RESP2      ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE 0 TO POINTS-LENGTH
           UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
               INTO ACCOUNT-IN APPL-SEQ-RAW
                    POINTS-RAW COUNT IN POINTS-LENGTH
                    CATALOGUE-ITEM-IN
           END-UNSTRING

      * Compatibility window for the account expansion - a four
      * digit account followed by spaces is zero-padded on the left,
      * the same convention CUSM uses.
           IF ACCOUNT-IN(5:4) = SPACES
              AND ACCOUNT-IN(1:4) NOT = SPACES
               MOVE ACCOUNT-IN(1:4) TO ACCT-PAD-TOKEN
               MOVE SPACES TO ACCOUNT-IN
               STRING '0000' ACCT-PAD-TOKEN
                   DELIMITED BY SIZE INTO ACCOUNT-IN
           END-IF

           IF APPL-SEQ-RAW IS NUMERIC AND APPL-SEQ-RAW NOT = '0'
               MOVE APPL-SEQ-RAW TO APPL-SEQ-NO
           ELSE
               MOVE 1 TO APPL-SEQ-NO
           END-IF

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
           END-EXEC

           EXEC CICS ASSIGN USERID(OPERATOR-USER-ID)
           END-EXEC

           PERFORM READ-CONTROL-PARAMETERS

           MOVE SPACES TO LIST-SCREEN

           EVALUATE ACTION-IN
               WHEN 'SHO'
                   PERFORM SHOW-POINTS-ACCOUNT
                   PERFORM SEND-LIST-SCREEN
               WHEN 'CRD'
                   MOVE 'S' TO PT-REDEEM-METHOD
                   PERFORM REDEEM-POINTS
                   PERFORM SEND-REPORT-LINE
               WHEN 'CAT'
                   MOVE 'C' TO PT-REDEEM-METHOD
                   PERFORM REDEEM-POINTS
                   PERFORM SEND-REPORT-LINE
               WHEN OTHER
                   MOVE 'RWDS: UNKNOWN ACTION - SHO/CRD/CAT'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .

       READ-CONTROL-PARAMETERS.
           MOVE 'DEFAULT ' TO CP-PARM-ID

           EXEC CICS READ FILE ('CTLPARM')
                           INTO   (CTLPARM-RECORD)
                           RIDFLD (CP-PARM-ID)
                           RESP   (CTLPARM-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CTLPARM-RESP = DFHRESP(NORMAL)
               IF CP-POINT-VALUE IS NUMERIC
                  AND CP-POINT-VALUE > 0
                   MOVE CP-POINT-VALUE TO POINT-VALUE
               END-IF
               IF CP-POINTS-MIN-REDEEM IS NUMERIC
                  AND CP-POINTS-MIN-REDEEM > 0
                   MOVE CP-POINTS-MIN-REDEEM TO POINTS-MIN-REDEEM
               END-IF
           END-IF

           IF CTLPARM-RESP NOT = DFHRESP(NORMAL)
              AND CTLPARM-RESP NOT = DFHRESP(NOTFND)
               MOVE CTLPARM-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

      ******************************************************************
      * SHO - the card's points in full.
      ******************************************************************
       SHOW-POINTS-ACCOUNT.
           MOVE ACCOUNT-IN  TO PB-CUST-NO
           MOVE APPL-SEQ-NO TO PB-APPL-SEQ-NO

           EXEC CICS READ FILE ('PTSBAL')
                           INTO   (PTSBAL-RECORD)
                           RIDFLD (PB-CARD-KEY)
                           RESP   (PTSBAL-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PTSBAL-RESP = DFHRESP(NORMAL)
               COMPUTE POINTS-VALUE ROUNDED =
                   PB-POINTS-BALANCE * POINT-VALUE
               MOVE PB-POINTS-BALANCE TO POINTS-DISPLAY
               MOVE POINTS-VALUE      TO VALUE-DISPLAY
               STRING 'REWARDS POINTS ' PB-CUST-NO ' ' PB-APPL-SEQ-NO
                      '  PRODUCT ' PB-PRODUCT-CODE
                      '  SINCE ' PB-OPENED-DATE
                   DELIMITED BY SIZE INTO PL-LINE (1)
               STRING 'BALANCE        ' POINTS-DISPLAY
                      '   WORTH ' VALUE-DISPLAY
                   DELIMITED BY SIZE INTO PL-LINE (3)
               MOVE PB-EARNED-TOTAL TO POINTS-DISPLAY
               STRING 'EARNED         ' POINTS-DISPLAY
                   DELIMITED BY SIZE INTO PL-LINE (5)
               MOVE PB-REVERSED-TOTAL TO POINTS-DISPLAY
               STRING 'REVERSED       ' POINTS-DISPLAY
                   DELIMITED BY SIZE INTO PL-LINE (6)
               MOVE PB-REDEEMED-TOTAL TO POINTS-DISPLAY
               STRING 'REDEEMED       ' POINTS-DISPLAY
                   DELIMITED BY SIZE INTO PL-LINE (7)
               MOVE PB-EXPIRED-TOTAL TO POINTS-DISPLAY
               STRING 'EXPIRED        ' POINTS-DISPLAY
                   DELIMITED BY SIZE INTO PL-LINE (8)
               STRING 'LAST EARNED OR REDEEMED ' PB-LAST-ACTIVITY-DATE
                   DELIMITED BY SIZE INTO PL-LINE (10)
               MOVE PB-LAST-STATEMENT-POINTS TO POINTS-DISPLAY
               STRING 'LAST STATEMENT ' POINTS-DISPLAY
                   DELIMITED BY SIZE INTO PL-LINE (11)
           ELSE
               STRING 'RWDS: NO POINTS ACCOUNT FOR ' ACCOUNT-IN
                      ' ' APPL-SEQ-NO
                   DELIMITED BY SIZE INTO PL-LINE (1)
               IF PTSBAL-RESP NOT = DFHRESP(NOTFND)
                   MOVE PTSBAL-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      ******************************************************************
      * CRD / CAT - a redemption. The points balance (and, for a
      * statement credit, the card balance) is held for update while
      * it is checked; a refused redemption releases both untouched.
      ******************************************************************
       REDEEM-POINTS.
           MOVE 0 TO POINTS-REQUESTED
           IF POINTS-LENGTH > 0 AND POINTS-LENGTH < 10
               IF POINTS-RAW(1:POINTS-LENGTH) IS NUMERIC
                   MOVE POINTS-RAW(1:POINTS-LENGTH)
                       TO POINTS-REQUESTED
               END-IF
           END-IF

           MOVE POINTS-MIN-REDEEM TO MINIMUM-DISPLAY

           EVALUATE TRUE
               WHEN APPL-SEQ-RAW = SPACES
               OR POINTS-REQUESTED = 0
                   STRING 'RWDS: ' ACTION-IN
                          ' NEEDS AN ACCOUNT, APPLICANT SEQ AND POINTS'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN PT-CATALOGUE-ITEM-REDEEMED
               AND CATALOGUE-ITEM-IN = SPACES
                   MOVE 'RWDS: CAT NEEDS A CATALOGUE ITEM CODE'
                       TO REPORT-LINE
               WHEN POINTS-REQUESTED < POINTS-MIN-REDEEM
                   STRING 'RWDS: A REDEMPTION TAKES AT LEAST '
                          MINIMUM-DISPLAY ' POINTS'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   PERFORM CHECK-REDEEM-POSITION
           END-EVALUATE

           IF REPORT-LINE = SPACES
               PERFORM POST-REDEMPTION
           END-IF
           .

       CHECK-REDEEM-POSITION.
           MOVE ACCOUNT-IN  TO CD-CUST-NO
           MOVE APPL-SEQ-NO TO CD-APPL-SEQ-NO

           EXEC CICS READ FILE ('CARDMAS')
                           INTO   (CARDMAS-RECORD)
                           RIDFLD (CD-CARD-KEY)
                           RESP   (CARDMAS-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN CARDMAS-RESP NOT = DFHRESP(NORMAL)
                   STRING 'RWDS: NO CARD ON FILE FOR ' ACCOUNT-IN
                          ' ' APPL-SEQ-NO
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN CD-PRODUCTION-STATUS = 'CLOSED  '
                   STRING 'RWDS: CARD ' ACCOUNT-IN ' ' APPL-SEQ-NO
                          ' IS CLOSED - ITS POINTS CANNOT BE REDEEMED'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   PERFORM HOLD-POINTS-BALANCE
           END-EVALUATE

           IF REPORT-LINE = SPACES
              AND PT-STATEMENT-CREDIT
               PERFORM HOLD-CARD-BALANCE
           END-IF
           .

       HOLD-POINTS-BALANCE.
           MOVE ACCOUNT-IN  TO PB-CUST-NO
           MOVE APPL-SEQ-NO TO PB-APPL-SEQ-NO

           EXEC CICS READ FILE ('PTSBAL')
                           INTO   (PTSBAL-RECORD)
                           RIDFLD (PB-CARD-KEY)
                           UPDATE
                           RESP   (PTSBAL-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PTSBAL-RESP NOT = DFHRESP(NORMAL)
               STRING 'RWDS: NO POINTS ACCOUNT FOR ' ACCOUNT-IN
                      ' ' APPL-SEQ-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               IF PTSBAL-RESP NOT = DFHRESP(NOTFND)
                   MOVE PTSBAL-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               IF PB-POINTS-BALANCE < POINTS-REQUESTED
                   MOVE PB-POINTS-BALANCE TO POINTS-DISPLAY
                   STRING 'RWDS: ONLY ' POINTS-DISPLAY
                          ' POINTS AVAILABLE - NOTHING REDEEMED'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   EXEC CICS UNLOCK FILE ('PTSBAL')
                                    RESP (COMMAND-RESP)
                                    RESP2(COMMAND-RESP2)
                   END-EXEC
               END-IF
           END-IF
           .

       HOLD-CARD-BALANCE.
           MOVE ACCOUNT-IN  TO CB-CUST-NO
           MOVE APPL-SEQ-NO TO CB-APPL-SEQ-NO

           EXEC CICS READ FILE ('CARDBAL')
                           INTO   (CARDBAL-RECORD)
                           RIDFLD (CB-CARD-KEY)
                           UPDATE
                           RESP   (CARDBAL-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDBAL-RESP NOT = DFHRESP(NORMAL)
               STRING 'RWDS: NO BALANCE ON FILE FOR ' ACCOUNT-IN
                      ' ' APPL-SEQ-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               IF CARDBAL-RESP NOT = DFHRESP(NOTFND)
                   MOVE CARDBAL-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
               EXEC CICS UNLOCK FILE ('PTSBAL')
                                RESP (COMMAND-RESP)
                                RESP2(COMMAND-RESP2)
               END-EXEC
           END-IF
           .

      ******************************************************************
      * Both ledger rows are built before either is written, so each
      * can carry the other's key; the balances are only rewritten
      * once both rows are on file.
      ******************************************************************
       POST-REDEMPTION.
           MOVE PTSBAL-RECORD TO JRNL-BEFORE-IMAGE

           IF PB-LAST-POST-DATE = CURRENT-DATE
               ADD 1 TO PB-LAST-POST-SEQ
           ELSE
               MOVE 1 TO PB-LAST-POST-SEQ
           END-IF
           MOVE CURRENT-DATE TO PB-LAST-POST-DATE
           MOVE CURRENT-DATE TO PB-LAST-ACTIVITY-DATE
           SUBTRACT POINTS-REQUESTED FROM PB-POINTS-BALANCE
           ADD POINTS-REQUESTED      TO PB-REDEEMED-TOTAL

           MOVE SPACES             TO PTSLDG-RECORD
           MOVE PB-CUST-NO         TO PT-CUST-NO
           MOVE PB-APPL-SEQ-NO     TO PT-APPL-SEQ-NO
           MOVE CURRENT-DATE       TO PT-POST-DATE
           MOVE PB-LAST-POST-SEQ   TO PT-POST-SEQ
           MOVE 'REDEEM  '         TO PT-POINTS-TYPE
           COMPUTE PT-POINTS = 0 - POINTS-REQUESTED
           MOVE PB-PRODUCT-CODE    TO PT-PRODUCT-CODE
           MOVE 0                  TO PT-EARN-RATE
           MOVE 0                  TO PT-TRAN-AMOUNT
           MOVE 0                  TO PT-CREDIT-AMOUNT
           MOVE PB-POINTS-BALANCE  TO PT-BALANCE-AFTER
           MOVE OPERATOR-USER-ID   TO PT-POSTED-BY

           IF ACTION-IN = 'CRD'
               MOVE 'S' TO PT-REDEEM-METHOD
               PERFORM BUILD-STATEMENT-CREDIT
           ELSE
               MOVE 'C'               TO PT-REDEEM-METHOD
               MOVE CATALOGUE-ITEM-IN TO PT-CATALOGUE-ITEM
               MOVE 'CATALOGUE REDEMPTION' TO PT-DESCRIPTION
           END-IF

           EXEC CICS WRITE FILE ('PTSLDG')
                           FROM   (PTSLDG-RECORD)
                           RIDFLD (PT-LEDGER-KEY)
                           RESP   (PTSLDG-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PTSLDG-RESP NOT = DFHRESP(NORMAL)
               MOVE PTSLDG-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               PERFORM BACK-OUT-REDEMPTION
           ELSE
               IF ACTION-IN = 'CRD'
                   PERFORM POST-STATEMENT-CREDIT
               END-IF
           END-IF

           IF REPORT-LINE = SPACES
               PERFORM REWRITE-POINTS-BALANCE
           END-IF
           .

      * The credit is the points at CP-POINT-VALUE, to the nearest
      * cent. It comes off the liability booked for the card's
      * points now - the GL takes it through the REWARDS REDEEM
      * ledger row - which may leave the booked figure below zero
      * until the month-end valuation catches up with points earned
      * since.
       BUILD-STATEMENT-CREDIT.
           COMPUTE CREDIT-AMOUNT ROUNDED =
               POINTS-REQUESTED * POINT-VALUE
           MOVE CREDIT-AMOUNT TO PT-CREDIT-AMOUNT
           SUBTRACT CREDIT-AMOUNT FROM PB-LIABILITY-BOOKED
           MOVE 'STATEMENT CREDIT' TO PT-DESCRIPTION

           IF CB-LAST-POST-DATE = CURRENT-DATE
               ADD 1 TO CB-LAST-POST-SEQ
           ELSE
               MOVE 1 TO CB-LAST-POST-SEQ
           END-IF
           MOVE CURRENT-DATE TO CB-LAST-POST-DATE
           SUBTRACT CREDIT-AMOUNT FROM CB-CURRENT-BALANCE

           MOVE SPACES             TO CARDLDG-RECORD
           MOVE CB-CUST-NO         TO LG-CUST-NO
           MOVE CB-APPL-SEQ-NO     TO LG-APPL-SEQ-NO
           MOVE CURRENT-DATE       TO LG-POST-DATE
           MOVE CB-LAST-POST-SEQ   TO LG-POST-SEQ
           MOVE 'REDEEM  '         TO LG-TRAN-TYPE
           MOVE 'C'                TO LG-DEBIT-CREDIT
           MOVE CREDIT-AMOUNT      TO LG-AMOUNT
           MOVE CURRENT-DATE       TO LG-TRAN-DATE
           MOVE CD-CARD-NUMBER     TO LG-CARD-NUMBER
           MOVE 'REWARDS '         TO LG-SOURCE
           MOVE PT-LEDGER-KEY      TO LG-REFERENCE
           MOVE POINTS-REQUESTED   TO POINTS-DISPLAY
           STRING 'REWARDS -' POINTS-DISPLAY ' PTS'
               DELIMITED BY SIZE INTO LG-DESCRIPTION
           MOVE CB-CURRENT-BALANCE TO LG-BALANCE-AFTER
           MOVE OPERATOR-USER-ID   TO LG-POSTED-BY

           MOVE LG-LEDGER-KEY      TO PT-SOURCE-KEY
           .

       POST-STATEMENT-CREDIT.
           EXEC CICS WRITE FILE ('CARDLDG')
                           FROM   (CARDLDG-RECORD)
                           RIDFLD (LG-LEDGER-KEY)
                           RESP   (CARDLDG-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDLDG-RESP NOT = DFHRESP(NORMAL)
               MOVE CARDLDG-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               PERFORM BACK-OUT-REDEMPTION
           ELSE
               EXEC CICS REWRITE FILE ('CARDBAL')
                                 FROM (CARDBAL-RECORD)
                                 RESP  (COMMAND-RESP)
                                 RESP2 (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           END-IF
           .

      * A ledger row that will not write takes the whole redemption
      * with it - anything already written in this task is backed
      * out and the held balances are released as they were.
       BACK-OUT-REDEMPTION.
           EXEC CICS SYNCPOINT ROLLBACK
                     RESP (COMMAND-RESP)
                     RESP2(COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           STRING 'RWDS: LEDGER WRITE FAILED FOR ' ACCOUNT-IN
                  ' ' APPL-SEQ-NO ' - NOTHING REDEEMED, TRY AGAIN'
               DELIMITED BY SIZE INTO REPORT-LINE
           .

       REWRITE-POINTS-BALANCE.
           EXEC CICS REWRITE FILE ('PTSBAL')
                             FROM (PTSBAL-RECORD)
                             RESP  (COMMAND-RESP)
                             RESP2 (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE SPACES        TO JRNL-AFTER-IMAGE
           MOVE PTSBAL-RECORD TO JRNL-AFTER-IMAGE
           MOVE PB-CUST-NO    TO JRNL-ACCOUNT
           MOVE 'PTSBAL  '    TO JRNL-FILE-NAME
           PERFORM WRITE-CHANGE-JOURNAL

           MOVE POINTS-REQUESTED  TO POINTS-DISPLAY
           IF PT-STATEMENT-CREDIT
               MOVE CREDIT-AMOUNT      TO AMOUNT-DISPLAY
               MOVE CB-CURRENT-BALANCE TO BALANCE-DISPLAY
               STRING 'RWDS:' POINTS-DISPLAY ' POINTS REDEEMED FOR '
                      AMOUNT-DISPLAY ' CREDIT - BALANCE NOW '
                      BALANCE-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'RWDS:' POINTS-DISPLAY ' POINTS REDEEMED FOR '
                      'ITEM ' CATALOGUE-ITEM-IN
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

       SEND-LIST-SCREEN.
           EXEC CICS SEND TEXT FROM ( LIST-SCREEN )
                     TERMINAL WAIT
                     FREEKB
                     ERASE
           END-EXEC
           .

       SEND-REPORT-LINE.
           EXEC CICS SEND TEXT FROM ( REPORT-LINE )
                     TERMINAL WAIT
                     FREEKB
                     ERASE
           END-EXEC
           .


       COPY CHGJRNLP.

       COPY OPAUTHP.

       COPY CICSERR.

       END PROGRAM 'CSPTSRDM'.
