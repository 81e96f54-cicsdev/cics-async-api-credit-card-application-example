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
      *  CSAUTHDC
      *
      * Stand-in authorization decision transaction (run as CAUT).
      * When the authorization switch is down, or for our own
      * stand-in processing, this is where a request to spend on one
      * of our cards is answered:
      *
      *   CAUT cccccccccccccccc aaaaaaaaa mmmm [ccy]
      *
      * cccc... is the 16 digit card number, aaaaaaaaa the amount in
      * minor units (12550 is 125.50), mmmm the merchant category
      * and ccy the ISO currency (blank is USD). An amount in another
      * currency is brought to USD, the card's own currency, through
      * FXRATE (see copy/FXCONV.cpy).
      *
      * The request is judged in this order, the first failure
      * deciding it:
      *
      *   - the number is hot-listed on HOTCARD       decline 41
      *   - no card on CARDMAS or USRCARD carries it  decline 14
      *   - an authorized user's card (see
      *     copy/USRCARD.cpy) is closed               decline 62
      *   - the user card is not yet produced         decline 78
      *   - the user card is past UC-EXPIRY-DATE      decline 54
      *     ... and then the primary card on the
      *     position it draws on is judged as below
      *   - the card is CLOSED, or its CSCACHE
      *     position is                               decline 62
      *   - the card is BLOCKED                       decline 57
      *   - the cardholder has the card under a CLCK
      *     temporary lock (CD-LOCK-STATUS)           decline 36
      *   - the card is not activated                 decline 78
      *   - the card is past CD-EXPIRY-DATE           decline 54
      *   - the CUSTMAS account (CM-ACCT-STATUS) is
      *     closed, deceased or blocked               decline 05
      *   - the currency is not on FXRATE             refer   01
      *   - the amount is more than the open-to-buy   decline 51
      *   - the account is dormant                    refer   02
      *   - the amount is over CP-AUTH-REFER-AMT      refer   03
      *
      * Open-to-buy is the position's CC-CREDIT-LIMIT-AMOUNT less
      * the CARDBAL ledger balance less every approval still HELD on
      * AUTHHOLD (see copy/AUTHHOLD.cpy) and not yet past its expiry.
      * An approval answers 00 with a six digit authorization code
      * and puts a HELD row on AUTHHOLD under that code for
      * CP-AUTH-HOLD-DAYS days, so the next request sees the money
      * already spoken for until the scheme's clearing record posts
      * and CSPOSTNG clears it (or it expires).
      *
      * Every request, well formed or not, goes on the AUTHLOG
      * authorization log with the answer it got (see
      * copy/AUTHLOG.cpy) - the reason codes are listed there.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSAUTHDC.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * CARDMAS (and its CARDPATH card-number path - see
      * jcl/CARDNAIX.jcl), USRCARD (and its USRCPATH path - see
      * jcl/USRCNAIX.jcl), HOTCARD, CSCACHE, CUSTMAS, CARDBAL,
      * FXRATE, AUTHHOLD and AUTHLOG are CICS-owned VSAM files
      * (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY CARDMAS.

           COPY USRCARD.

           COPY HOTCARD.

           COPY CSCACHE.

           COPY CUSTMAS.

           COPY CARDBAL.

           COPY FXRATE.

           COPY AUTHHOLD.

           COPY AUTHLOG.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 INPUT-ARGUMENTS       PIC X(40).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 45.

       1 CARD-IN                 PIC X(16) VALUE SPACES.
       1 AMOUNT-TOKEN            PIC X(9)  VALUE SPACES.
       1 AMOUNT-LENGTH           PIC S9(4) COMP VALUE 0.
       1 AMOUNT-MINOR-UNITS      PIC 9(9)  VALUE 0.
       1 MCC-IN                  PIC X(4)  VALUE SPACES.
       1 CURRENCY-IN             PIC X(3)  VALUE SPACES.
       1 REQUEST-AMOUNT          PIC 9(7)V99 VALUE 0.

      * The names the shared NORMALIZE-SPEND-CURRENCY fragment
      * (copy/FXCONV.cpy) works on - here, the amount asked for.
       1 SPEND-AMOUNT            PIC 9(7)V99 VALUE 0.
       1 SPEND-CURRENCY          PIC X(3)  VALUE SPACES.
       1 FXRATE-RESP             PIC S9(8) COMP.

       1 HOTCARD-RESP            PIC S9(8) COMP.
       1 CARDMAS-RESP            PIC S9(8) COMP.
       1 USRCARD-RESP            PIC S9(8) COMP.
       1 CSCACHE-RESP            PIC S9(8) COMP.
       1 CUSTMAS-RESP            PIC S9(8) COMP.
       1 CARDBAL-RESP            PIC S9(8) COMP.
       1 AUTHHOLD-RESP           PIC S9(8) COMP.
       1 AUTHLOG-RESP            PIC S9(8) COMP.

      * The answer being built.
       1 AUTH-DECISION           PIC X(1)  VALUE SPACES.
       1 AUTH-REASON             PIC X(2)  VALUE SPACES.
       1 PENDING-REFERRAL        PIC X(2)  VALUE SPACES.
       1 AUTH-CODE               PIC X(6)  VALUE SPACES.
       1 AUTH-CODE-NUM           PIC 9(6)  VALUE 0.
       1 ABSTIME-QUOTIENT        PIC S9(15) COMP-3.
       1 HOLD-ATTEMPTS           PIC 9(2)  VALUE 0.
       1 HOLD-WRITTEN            PIC X(1)  VALUE 'N'.
       1 LOG-ATTEMPTS            PIC 9(3)  VALUE 0.
       1 POSITION-CUST-NO        PIC X(8)  VALUE SPACES.
       1 POSITION-SEQ-NO         PIC 9(1)  VALUE 0.
       1 ACCOUNT-DORMANT         PIC X(1)  VALUE 'N'.
       1 REASON-TEXT             PIC X(30) VALUE SPACES.
       1 DECISION-TEXT           PIC X(8)  VALUE SPACES.

      * Open-to-buy - limit less ledger balance less live holds.
       1 CREDIT-LIMIT            PIC 9(7)  VALUE 0.
       1 HELD-AMOUNT             PIC 9(9)V99 VALUE 0.
       1 OPEN-TO-BUY             PIC S9(9)V99 VALUE 0.
       1 END-OF-HOLDS            PIC X(1)  VALUE 'N'.

      * Hold life and referral ceiling - overridden from CTLPARM's
      * CP-AUTH-HOLD-DAYS/CP-AUTH-REFER-AMT when set.
       1 HOLD-DAYS               PIC 9(2)  VALUE 7.
       1 REFER-CEILING           PIC 9(7)  VALUE 5000.
       1 HOLD-EXPIRY-ABSTIME     PIC S9(15) COMP-3.
       1 HOLD-EXPIRY-DATE        PIC X(8)  VALUE SPACES.

       1 AMOUNT-DISPLAY          PIC Z(6)9.99.
       1 OTB-DISPLAY             PIC Z(8)9.99-.

       1 OPERATOR-USER-ID        PIC X(8) VALUE SPACES.
       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
       1 CURRENT-DATE            PIC X(8).
       1 CURRENT-TIME            PIC X(8).

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

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.
       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.
       1 CICSERR-RECORD.
         2 CE-PROGRAM  PIC X(8) VALUE 'CSAUTHDC'.
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

      * The gate has just read the DEFAULT CTLPARM set - the hold
      * life and referral ceiling come off the same read.
           IF OPAUTH-CTL-RESP = DFHRESP(NORMAL)
               IF CP-AUTH-HOLD-DAYS IS NUMERIC
                  AND CP-AUTH-HOLD-DAYS > 0
                   MOVE CP-AUTH-HOLD-DAYS TO HOLD-DAYS
               END-IF
               IF CP-AUTH-REFER-AMT IS NUMERIC
                  AND CP-AUTH-REFER-AMT > 0
                   MOVE CP-AUTH-REFER-AMT TO REFER-CEILING
               END-IF
           END-IF

           EXEC CICS RECEIVE INTO     ( READ-INPUT )
                           LENGTH     ( READ-INPUT-LENGTH )
                           NOTRUNCATE
                           RESP       ( COMMAND-RESP )
                           RESP2      ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
                     TIME(CURRENT-TIME)
           END-EXEC

           EXEC CICS ASSIGN USERID(OPERATOR-USER-ID)
           END-EXEC

           UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
               INTO CARD-IN
                    AMOUNT-TOKEN COUNT IN AMOUNT-LENGTH
                    MCC-IN CURRENCY-IN
           END-UNSTRING

           IF CURRENCY-IN = SPACES
               MOVE 'USD' TO CURRENCY-IN
           END-IF

           MOVE SPACES TO AUTH-DECISION

           PERFORM CHECK-REQUEST-FORM

           IF AUTH-DECISION = SPACES
               PERFORM CHECK-HOT-LIST
           END-IF

           IF AUTH-DECISION = SPACES
               PERFORM CHECK-CARD
           END-IF

           IF AUTH-DECISION = SPACES
               PERFORM CHECK-ACCOUNT
           END-IF

           IF AUTH-DECISION = SPACES
               PERFORM CONVERT-TO-CARD-CURRENCY
           END-IF

           IF AUTH-DECISION = SPACES
               PERFORM WORK-OUT-OPEN-TO-BUY
               IF SPEND-AMOUNT > OPEN-TO-BUY
                   MOVE 'D'  TO AUTH-DECISION
                   MOVE '51' TO AUTH-REASON
               END-IF
           END-IF

           IF AUTH-DECISION = SPACES
               EVALUATE TRUE
                   WHEN PENDING-REFERRAL NOT = SPACES
                       MOVE 'R'              TO AUTH-DECISION
                       MOVE PENDING-REFERRAL TO AUTH-REASON
                   WHEN SPEND-AMOUNT > REFER-CEILING
                       MOVE 'R'  TO AUTH-DECISION
                       MOVE '03' TO AUTH-REASON
                   WHEN OTHER
                       PERFORM GRANT-THE-HOLD
               END-EVALUATE
           END-IF

           PERFORM WRITE-AUTHORIZATION-LOG
           PERFORM SEND-THE-ANSWER

           EXEC CICS RETURN
           END-EXEC
           .

      ******************************************************************
      * A request that cannot be read is answered, and logged, as
      * one - never guessed at.
      ******************************************************************
       CHECK-REQUEST-FORM.
           EVALUATE TRUE
               WHEN CARD-IN IS NOT NUMERIC
                 OR AMOUNT-LENGTH < 1
                 OR MCC-IN = SPACES
                   MOVE 'D'  TO AUTH-DECISION
                   MOVE '12' TO AUTH-REASON
               WHEN AMOUNT-TOKEN(1:AMOUNT-LENGTH) IS NOT NUMERIC
                   MOVE 'D'  TO AUTH-DECISION
                   MOVE '12' TO AUTH-REASON
               WHEN OTHER
                   MOVE AMOUNT-TOKEN(1:AMOUNT-LENGTH)
                       TO AMOUNT-MINOR-UNITS
                   COMPUTE REQUEST-AMOUNT = AMOUNT-MINOR-UNITS / 100
                   IF REQUEST-AMOUNT = 0
                       MOVE 'D'  TO AUTH-DECISION
                       MOVE '12' TO AUTH-REASON
                   END-IF
           END-EVALUATE
           .

       CHECK-HOT-LIST.
           MOVE CARD-IN TO HC-CARD-NUMBER

           EXEC CICS READ FILE ('HOTCARD')
                           INTO   (HOTCARD-RECORD)
                           RIDFLD (HC-CARD-NUMBER)
                           RESP   (HOTCARD-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF HOTCARD-RESP = DFHRESP(NORMAL)
               MOVE 'D'            TO AUTH-DECISION
               MOVE '41'           TO AUTH-REASON
               MOVE HC-CUST-NO     TO POSITION-CUST-NO
               MOVE HC-APPL-SEQ-NO TO POSITION-SEQ-NO
           ELSE
               IF HOTCARD-RESP NOT = DFHRESP(NOTFND)
                   MOVE HOTCARD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * The card is found by its number through the CARDPATH path
      * over CARDMAS; a replaced number is on HOTCARD, so only the
      * current holder of a number is ever found here. A number not
      * on CARDMAS may be an authorized user's.
       CHECK-CARD.
           MOVE CARD-IN TO CD-CARD-NUMBER

           EXEC CICS READ FILE ('CARDPATH')
                           INTO   (CARDMAS-RECORD)
                           RIDFLD (CD-CARD-NUMBER)
                           RESP   (CARDMAS-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDMAS-RESP = DFHRESP(NORMAL)
              OR CARDMAS-RESP = DFHRESP(DUPKEY)
               MOVE CD-CUST-NO     TO POSITION-CUST-NO
               MOVE CD-APPL-SEQ-NO TO POSITION-SEQ-NO
               PERFORM JUDGE-PRIMARY-CARD
           ELSE
               IF CARDMAS-RESP = DFHRESP(NOTFND)
                   PERFORM CHECK-USER-CARD
               ELSE
                   MOVE 'D'  TO AUTH-DECISION
                   MOVE '14' TO AUTH-REASON
                   MOVE CARDMAS-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * An authorized user's card is judged on its own state, then
      * on the primary card it hangs off - a user card is never
      * more usable than the cardholder's own.
       CHECK-USER-CARD.
           MOVE CARD-IN TO UC-CARD-NUMBER

           EXEC CICS READ FILE ('USRCPATH')
                           INTO   (USRCARD-RECORD)
                           RIDFLD (UC-CARD-NUMBER)
                           RESP   (USRCARD-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF USRCARD-RESP = DFHRESP(NORMAL)
               MOVE UC-CUST-NO     TO POSITION-CUST-NO
               MOVE UC-APPL-SEQ-NO TO POSITION-SEQ-NO
               EVALUATE TRUE
                   WHEN NOT UC-CARD-LIVE
                       MOVE 'D'  TO AUTH-DECISION
                       MOVE '62' TO AUTH-REASON
                   WHEN UC-PRODUCTION-STATUS NOT = 'PRODUCED'
                       MOVE 'D'  TO AUTH-DECISION
                       MOVE '78' TO AUTH-REASON
                   WHEN UC-EXPIRY-DATE NOT = SPACES
                    AND UC-EXPIRY-DATE < CURRENT-DATE
                       MOVE 'D'  TO AUTH-DECISION
                       MOVE '54' TO AUTH-REASON
                   WHEN OTHER
                       PERFORM READ-PRIMARY-CARD
               END-EVALUATE
           ELSE
               MOVE 'D'  TO AUTH-DECISION
               MOVE '14' TO AUTH-REASON
               IF USRCARD-RESP NOT = DFHRESP(NOTFND)
                   MOVE USRCARD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       READ-PRIMARY-CARD.
           MOVE UC-CUST-NO     TO CD-CUST-NO
           MOVE UC-APPL-SEQ-NO TO CD-APPL-SEQ-NO

           EXEC CICS READ FILE ('CARDMAS')
                           INTO   (CARDMAS-RECORD)
                           RIDFLD (CD-CARD-KEY)
                           RESP   (CARDMAS-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDMAS-RESP = DFHRESP(NORMAL)
               PERFORM JUDGE-PRIMARY-CARD
           ELSE
               MOVE 'D'  TO AUTH-DECISION
               MOVE '14' TO AUTH-REASON
               IF CARDMAS-RESP NOT = DFHRESP(NOTFND)
                   MOVE CARDMAS-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       JUDGE-PRIMARY-CARD.
           EVALUATE TRUE
               WHEN CD-PRODUCTION-STATUS = 'CLOSED  '
                   MOVE 'D'  TO AUTH-DECISION
                   MOVE '62' TO AUTH-REASON
               WHEN CD-PRODUCTION-STATUS = 'BLOCKED '
                   MOVE 'D'  TO AUTH-DECISION
                   MOVE '57' TO AUTH-REASON
               WHEN CD-CARD-LOCKED
                   MOVE 'D'  TO AUTH-DECISION
                   MOVE '36' TO AUTH-REASON
               WHEN CD-PRODUCTION-STATUS NOT = 'ACTIVATD'
                 OR CD-ACTIVATION-DATE = SPACES
                   MOVE 'D'  TO AUTH-DECISION
                   MOVE '78' TO AUTH-REASON
               WHEN CD-EXPIRY-DATE NOT = SPACES
                AND CD-EXPIRY-DATE < CURRENT-DATE
                   MOVE 'D'  TO AUTH-DECISION
                   MOVE '54' TO AUTH-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * The account's lifecycle state off CUSTMAS (blank reads as
      * ACTIVE) and the position's decision and limit off CSCACHE.
       CHECK-ACCOUNT.
           MOVE POSITION-CUST-NO TO CM-CUST-NO

           EXEC CICS READ FILE ('CUSTMAS')
                           INTO   (CUSTMAS-RECORD)
                           RIDFLD (CM-CUST-NO)
                           RESP   (CUSTMAS-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CUSTMAS-RESP = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN CM-ACCT-CLOSED
                     OR CM-ACCT-DECEASED
                     OR CM-ACCT-BLOCKED
                       MOVE 'D'  TO AUTH-DECISION
                       MOVE '05' TO AUTH-REASON
                   WHEN CM-ACCT-DORMANT
                       MOVE '02' TO PENDING-REFERRAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF CUSTMAS-RESP NOT = DFHRESP(NOTFND)
                   MOVE CUSTMAS-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           IF AUTH-DECISION = SPACES
               MOVE POSITION-CUST-NO TO CC-CUST-NO
               MOVE POSITION-SEQ-NO  TO CC-APPL-SEQ-NO

               EXEC CICS READ FILE ('CSCACHE')
                               INTO   (CSCACHE-RECORD)
                               RIDFLD (CC-CACHE-KEY)
                               RESP   (CSCACHE-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               IF CSCACHE-RESP = DFHRESP(NORMAL)
                   IF CC-DECISION = 'CLOSED  '
                       MOVE 'D'  TO AUTH-DECISION
                       MOVE '62' TO AUTH-REASON
                   ELSE
                       MOVE CC-CREDIT-LIMIT-AMOUNT TO CREDIT-LIMIT
                   END-IF
               ELSE
                   MOVE 0 TO CREDIT-LIMIT
                   IF CSCACHE-RESP NOT = DFHRESP(NOTFND)
                       MOVE CSCACHE-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               END-IF
           END-IF
           .

      * A currency FXRATE does not know is left as it came - which
      * cannot be weighed against a USD limit, so it is referred.
       CONVERT-TO-CARD-CURRENCY.
           MOVE REQUEST-AMOUNT TO SPEND-AMOUNT
           MOVE CURRENCY-IN    TO SPEND-CURRENCY

           PERFORM NORMALIZE-SPEND-CURRENCY

           IF SPEND-CURRENCY NOT = 'USD'
               MOVE 'R'  TO AUTH-DECISION
               MOVE '01' TO AUTH-REASON
           END-IF
           .

      ******************************************************************
      * Limit less ledger balance less every live hold on the
      * position.
      ******************************************************************
       WORK-OUT-OPEN-TO-BUY.
           MOVE POSITION-CUST-NO TO CB-CUST-NO
           MOVE POSITION-SEQ-NO  TO CB-APPL-SEQ-NO

           EXEC CICS READ FILE ('CARDBAL')
                           INTO   (CARDBAL-RECORD)
                           RIDFLD (CB-CARD-KEY)
                           RESP   (CARDBAL-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDBAL-RESP NOT = DFHRESP(NORMAL)
               MOVE 0 TO CB-CURRENT-BALANCE
               IF CARDBAL-RESP NOT = DFHRESP(NOTFND)
                   MOVE CARDBAL-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           MOVE 0 TO HELD-AMOUNT
           MOVE 'N' TO END-OF-HOLDS
           MOVE POSITION-CUST-NO TO AH-CUST-NO
           MOVE POSITION-SEQ-NO  TO AH-APPL-SEQ-NO
           MOVE LOW-VALUES       TO AH-AUTH-CODE

           EXEC CICS STARTBR FILE ('AUTHHOLD')
                             RIDFLD (AH-HOLD-KEY)
                             GTEQ
                             RESP   (AUTHHOLD-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF AUTHHOLD-RESP = DFHRESP(NORMAL)
               PERFORM ADD-ONE-LIVE-HOLD
                   UNTIL END-OF-HOLDS = 'Y'

               EXEC CICS ENDBR FILE ('AUTHHOLD')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF AUTHHOLD-RESP NOT = DFHRESP(NOTFND)
                   MOVE AUTHHOLD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           COMPUTE OPEN-TO-BUY =
               CREDIT-LIMIT - CB-CURRENT-BALANCE - HELD-AMOUNT
           .

       ADD-ONE-LIVE-HOLD.
           EXEC CICS READNEXT FILE ('AUTHHOLD')
                              INTO  (AUTHHOLD-RECORD)
                              RIDFLD(AH-HOLD-KEY)
                              RESP  (AUTHHOLD-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF AUTHHOLD-RESP = DFHRESP(NORMAL)
               IF AH-CUST-NO NOT = POSITION-CUST-NO
                  OR AH-APPL-SEQ-NO NOT = POSITION-SEQ-NO
                   MOVE 'Y' TO END-OF-HOLDS
               ELSE
                   IF AH-IS-HELD
                      AND AH-EXPIRY-DATE NOT < CURRENT-DATE
                       ADD AH-AMOUNT TO HELD-AMOUNT
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-HOLDS
               IF AUTHHOLD-RESP NOT = DFHRESP(ENDFILE)
                   MOVE AUTHHOLD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      ******************************************************************
      * Approve - the hold goes on AUTHHOLD under a fresh code. The
      * code is the low six digits of the clock in milliseconds,
      * stepped on if the card already has a hold under it. A hold
      * that cannot be recorded is no approval at all.
      ******************************************************************
       GRANT-THE-HOLD.
           DIVIDE CURRENT-ABSTIME BY 1000000
               GIVING ABSTIME-QUOTIENT REMAINDER AUTH-CODE-NUM

           COMPUTE HOLD-EXPIRY-ABSTIME =
               CURRENT-ABSTIME + (HOLD-DAYS * 86400000)

           EXEC CICS FORMATTIME ABSTIME(HOLD-EXPIRY-ABSTIME)
                     YYYYMMDD(HOLD-EXPIRY-DATE)
           END-EXEC

           MOVE SPACES               TO AUTHHOLD-RECORD
           MOVE POSITION-CUST-NO     TO AH-CUST-NO
           MOVE POSITION-SEQ-NO      TO AH-APPL-SEQ-NO
           MOVE 'HELD    '           TO AH-STATUS
           MOVE CARD-IN              TO AH-CARD-NUMBER
           MOVE SPEND-AMOUNT         TO AH-AMOUNT
           MOVE REQUEST-AMOUNT       TO AH-ORIG-AMOUNT
           MOVE CURRENCY-IN          TO AH-ORIG-CURRENCY
           MOVE MCC-IN               TO AH-MERCHANT-CATEGORY
           MOVE CURRENT-DATE         TO AH-AUTH-DATE
           MOVE CURRENT-TIME         TO AH-AUTH-TIME
           MOVE HOLD-EXPIRY-DATE     TO AH-EXPIRY-DATE

           MOVE 0   TO HOLD-ATTEMPTS
           MOVE 'N' TO HOLD-WRITTEN
           PERFORM WRITE-ONE-HOLD-ATTEMPT
               UNTIL HOLD-WRITTEN = 'Y'
                  OR HOLD-ATTEMPTS NOT < 5

           IF HOLD-WRITTEN = 'Y'
               MOVE 'A'          TO AUTH-DECISION
               MOVE '00'         TO AUTH-REASON
               MOVE AH-AUTH-CODE TO AUTH-CODE
           ELSE
               MOVE 'D'  TO AUTH-DECISION
               MOVE '96' TO AUTH-REASON
           END-IF
           .

       WRITE-ONE-HOLD-ATTEMPT.
           ADD 1 TO HOLD-ATTEMPTS
           MOVE AUTH-CODE-NUM TO AH-AUTH-CODE

           EXEC CICS WRITE FILE ('AUTHHOLD')
                           FROM   (AUTHHOLD-RECORD)
                           RIDFLD (AH-HOLD-KEY)
                           RESP   (AUTHHOLD-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN AUTHHOLD-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO HOLD-WRITTEN
               WHEN AUTHHOLD-RESP = DFHRESP(DUPREC)
                   IF AUTH-CODE-NUM = 999999
                       MOVE 1 TO AUTH-CODE-NUM
                   ELSE
                       ADD 1 TO AUTH-CODE-NUM
                   END-IF
               WHEN OTHER
                   MOVE AUTHHOLD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
                   MOVE 5 TO HOLD-ATTEMPTS
           END-EVALUATE
           .

      ******************************************************************
      * Every request and its answer - a clash on the key (two
      * requests for one card inside the same second) steps the
      * tie-break on.
      ******************************************************************
       WRITE-AUTHORIZATION-LOG.
           MOVE SPACES           TO AUTHLOG-RECORD
           MOVE CARD-IN          TO AD-CARD-NUMBER
           MOVE CURRENT-DATE     TO AD-LOG-DATE
           MOVE CURRENT-TIME     TO AD-LOG-TIME
           MOVE 0                TO AD-LOG-SEQ
           MOVE POSITION-CUST-NO TO AD-CUST-NO
           MOVE POSITION-SEQ-NO  TO AD-APPL-SEQ-NO
           MOVE REQUEST-AMOUNT   TO AD-REQ-AMOUNT
           MOVE CURRENCY-IN      TO AD-REQ-CURRENCY
           MOVE SPEND-AMOUNT     TO AD-USD-AMOUNT
           MOVE MCC-IN           TO AD-MERCHANT-CATEGORY
           MOVE AUTH-DECISION    TO AD-DECISION
           MOVE AUTH-REASON      TO AD-REASON-CODE
           MOVE AUTH-CODE        TO AD-AUTH-CODE
           IF OPEN-TO-BUY < 0
               MOVE '-' TO AD-OTB-SIGN
               COMPUTE AD-OPEN-TO-BUY = OPEN-TO-BUY * -1
           ELSE
               MOVE '+' TO AD-OTB-SIGN
               MOVE OPEN-TO-BUY TO AD-OPEN-TO-BUY
           END-IF
           MOVE EIBTRNID         TO AD-TRANID
           MOVE OPERATOR-USER-ID TO AD-USER-ID

           MOVE 0 TO LOG-ATTEMPTS
           MOVE DFHRESP(DUPREC) TO AUTHLOG-RESP
           PERFORM WRITE-ONE-LOG-ATTEMPT
               UNTIL AUTHLOG-RESP NOT = DFHRESP(DUPREC)
                  OR LOG-ATTEMPTS NOT < 99
           .

       WRITE-ONE-LOG-ATTEMPT.
           ADD 1 TO LOG-ATTEMPTS
           MOVE LOG-ATTEMPTS TO AD-LOG-SEQ

           EXEC CICS WRITE FILE ('AUTHLOG')
                           FROM   (AUTHLOG-RECORD)
                           RIDFLD (AD-LOG-KEY)
                           RESP   (AUTHLOG-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF AUTHLOG-RESP NOT = DFHRESP(NORMAL)
              AND AUTHLOG-RESP NOT = DFHRESP(DUPREC)
               MOVE AUTHLOG-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

       SEND-THE-ANSWER.
           EVALUATE AUTH-DECISION
               WHEN 'A'
                   MOVE 'APPROVED' TO DECISION-TEXT
               WHEN 'R'
                   MOVE 'REFERRED' TO DECISION-TEXT
               WHEN OTHER
                   MOVE 'DECLINED' TO DECISION-TEXT
           END-EVALUATE

           EVALUATE AUTH-REASON
               WHEN '00'
                   MOVE 'AUTH CODE'                TO REASON-TEXT
               WHEN '01'
                   MOVE 'CURRENCY NOT ON FXRATE'   TO REASON-TEXT
               WHEN '02'
                   MOVE 'ACCOUNT DORMANT'          TO REASON-TEXT
               WHEN '03'
                   MOVE 'ABOVE REFERRAL CEILING'   TO REASON-TEXT
               WHEN '05'
                   MOVE 'ACCOUNT NOT IN GOOD ORDER' TO REASON-TEXT
               WHEN '12'
                   MOVE 'REQUEST NOT UNDERSTOOD'   TO REASON-TEXT
               WHEN '14'
                   MOVE 'NO SUCH CARD'             TO REASON-TEXT
               WHEN '36'
                   MOVE 'CARD LOCKED BY CARDHOLDER' TO REASON-TEXT
               WHEN '41'
                   MOVE 'CARD HOT-LISTED'          TO REASON-TEXT
               WHEN '51'
                   MOVE 'NOT ENOUGH OPEN-TO-BUY'   TO REASON-TEXT
               WHEN '54'
                   MOVE 'CARD EXPIRED'             TO REASON-TEXT
               WHEN '57'
                   MOVE 'CARD BLOCKED'             TO REASON-TEXT
               WHEN '62'
                   MOVE 'CARD CLOSED'              TO REASON-TEXT
               WHEN '78'
                   MOVE 'CARD NOT ACTIVATED'       TO REASON-TEXT
               WHEN OTHER
                   MOVE 'HOLD NOT RECORDED'        TO REASON-TEXT
           END-EVALUATE

           MOVE SPACES TO REPORT-LINE
           IF AUTH-DECISION = 'A'
               MOVE SPEND-AMOUNT TO AMOUNT-DISPLAY
               STRING 'CAUT: ' DECISION-TEXT ' ' AUTH-REASON
                      ' AUTH CODE ' AUTH-CODE
                      '  USD ' AMOUNT-DISPLAY
                      '  HELD TO ' HOLD-EXPIRY-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'CAUT: ' DECISION-TEXT ' ' AUTH-REASON
                      ' ' REASON-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF

           PERFORM SEND-REPORT-LINE
           .

       SEND-REPORT-LINE.
           EXEC CICS SEND TEXT FROM ( REPORT-LINE )
                     TERMINAL WAIT
                     FREEKB
                     ERASE
           END-EXEC
           .


       COPY FXCONV.

       COPY OPAUTHP.

       COPY CICSERR.

       END PROGRAM 'CSAUTHDC'.
