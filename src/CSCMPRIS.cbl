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
      *  CSCMPRIS
      *
      * Compromise bulk reissue (run as CMPR). The CSCMPMAT run (see
      * src/CSCMPMAT.cbl) hot-lists every live card the card scheme
      * names in a high-severity data breach and leaves it PENDING
      * on the CMPRCARD register (see copy/CMPRCARD.cpy). A batch job
      * cannot mint a new number - that is CARDASGN's, inside CICS -
      * so this transaction finishes the job:
      *
      *   CMPR RUN
      *        - reissue every PENDING card. Each one is replaced
      *          through CRPL (see src/CARDREPL.cbl), LINKed over a
      *          channel with reason B, exactly as the CLCK
      *          escalation does it: the CARDHIST history row, the
      *          new number off the product's range and the EMBOSSRQ
      *          re-queue, so the next CSEMBOSS run carries the whole
      *          breach to the bureau as one bulk run. The cardholder
      *          is then sent the breach letter through ACCLTR
      *          (outcome BREACH) and the LTRARCH/CSLTRPRT chain.
      *   CMPR SHO nnnnnnnnnnnnnnnn
      *        - what the register holds for a card number.
      *
      * A replaced card moves to REISSUED. One CRPL would not
      * replace - the address-change hold, most often - moves to
      * HELD with CRPL's answer, and the FRDC clearance re-drives
      * it. One whose range is empty stays PENDING for the next
      * RUN. A card closed, or already carrying a newer number, by
      * the time CMPR reaches it moves to CLOSED untouched. Each
      * card is committed on its own, so a run that stops part way
      * keeps what it has done and the next RUN carries on.
      *
      * PENDING rows are collected on one browse and worked after
      * it ends, fifty at a time, so the run never holds a browse on
      * CMPRCARD while it updates it. The run reports to the
      * terminal and the operator console.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCMPRIS.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * CMPRCARD, CARDMAS, CSCACHE and CTLPARM are CICS-owned VSAM
      * files (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY CMPRCARD.

           COPY CARDMAS.

           COPY CSCACHE.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 INPUT-ARGUMENTS       PIC X(20).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 29.

       1 CARD-IN                 PIC X(16) VALUE SPACES.

       1 CMPRCARD-RESP           PIC S9(8) COMP.
       1 CARDMAS-RESP            PIC S9(8) COMP.
       1 CSCACHE-RESP            PIC S9(8) COMP.

       1 LIST-SCREEN.
         2 PL-LINE OCCURS 12     PIC X(79).

       1 OPERATOR-USER-ID        PIC X(8) VALUE SPACES.
       1 OPERATOR-MESSAGE        PIC X(72) VALUE SPACES.
       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
       1 CURRENT-DATE            PIC X(8).

       1 REPORT-LINE             PIC X(80) VALUE ' '.

      * The run - each pass collects up to fifty PENDING cards from
      * RESUME-KEY on, so the browse walks the register once in key
      * order whatever is left PENDING behind it.
       1 RESUME-KEY              PIC X(16) VALUE LOW-VALUES.
       1 MORE-TO-REISSUE         PIC X(1) VALUE 'Y'.
       1 END-OF-REGISTER-SCAN    PIC X(1) VALUE 'N'.
       1 REISSUE-COUNT           PIC S9(4) COMP VALUE 0.
       1 REISSUE-IX              PIC S9(4) COMP VALUE 0.
       1 REISSUE-TABLE.
         2 REISSUE-CARD OCCURS 50.
           3 RC-CARD-NUMBER      PIC X(16).
           3 RC-CUST-NO          PIC X(8).
           3 RC-APPL-SEQ-NO      PIC 9(1).
       1 NEW-REGISTER-STATUS     PIC X(8) VALUE SPACES.
       1 RESULT-TEXT             PIC X(60) VALUE SPACES.

       1 RUN-TOTALS.
         2 PENDING-SEEN          PIC 9(5) VALUE 0.
         2 CARDS-REISSUED        PIC 9(5) VALUE 0.
         2 CARDS-HELD            PIC 9(5) VALUE 0.
         2 CARDS-RANGE-EMPTY     PIC 9(5) VALUE 0.
         2 CARDS-OVERTAKEN       PIC 9(5) VALUE 0.

      * Channel interface to CRPL - the input line it would have
      * received from a terminal, and its answer.
       1 REPL-REQUEST.
         2 RR-TRANID             PIC X(4) VALUE 'CRPL'.
         2 FILLER                PIC X(1) VALUE SPACE.
         2 RR-ACCOUNT            PIC X(8).
         2 FILLER                PIC X(1) VALUE SPACE.
         2 RR-SEQ                PIC 9(1).
         2 FILLER                PIC X(1) VALUE SPACE.
         2 RR-REASON             PIC X(1) VALUE 'B'.
         2 FILLER                PIC X(1) VALUE SPACE.
         2 RR-PRODUCT            PIC X(4) VALUE SPACES.
       1 REPL-ANSWER             PIC X(80) VALUE SPACES.
       1 BREACH-CHANNEL          PIC X(16) VALUE 'CMPRCHANNEL     '.
       1 CARDREPL-PROG           PIC X(8)  VALUE 'CARDREPL'.
       1 LETTER-PROG             PIC X(8)  VALUE 'ACCLTR  '.

      * Same shape as ASYNCPNT's RETURN-DATA - what ACCLTR formats
      * the letter from. Only the fields the breach letter reads
      * are filled in; the rest stay blank/zero.
       1 RETURN-DATA.
         2 CREDIT-CHECK-RESULT    PIC X(3)  VALUE ' '.
         2 CUSTOMER-NAME          PIC X(80) VALUE ' '.
         2 CUSTOMER-ADDRESS-DATA.
           3 CUSTOMER-ADDR-LINE-1   PIC X(30) VALUE ' '.
           3 CUSTOMER-ADDR-LINE-2   PIC X(30) VALUE ' '.
           3 CUSTOMER-ADDR-LINE-3   PIC X(30) VALUE ' '.
           3 CUSTOMER-CITY          PIC X(20) VALUE ' '.
           3 CUSTOMER-REGION        PIC X(20) VALUE ' '.
           3 CUSTOMER-POSTCODE      PIC X(10) VALUE ' '.
           3 CUSTOMER-COUNTRY-CODE  PIC X(2)  VALUE ' '.
           3 CUSTOMER-ADDR-VERIFIED PIC X(1)  VALUE 'Y'.
         2 CUSTOMER-IMPORTANCE    PIC X(8)  VALUE ' '.
         2 EMPLOYMENT-DATA.
           3 EMPLOYMENT-STATUS      PIC X(10) VALUE ' '.
           3 INCOME-BAND            PIC X(6)  VALUE ' '.
           3 ANNUAL-INCOME          PIC 9(7)  VALUE 0.
         2 CREDIT-LIMIT-AMOUNT     PIC 9(7)  VALUE 0.
         2 REQUESTED-PRODUCT       PIC X(4)  VALUE 'STD '.
         2 PRODUCT-ELIGIBILITY     PIC X(8)  VALUE ' '.
         2 SUGGESTED-PRODUCT       PIC X(4)  VALUE ' '.
         2 APPLICATION-RESULT      PIC X(7)  VALUE 'BREACH '.
         2 PRICING-DATA.
           3 CARD-APR              PIC 9(2)V99 VALUE 0.
           3 CARD-ANNUAL-FEE       PIC 9(5)    VALUE 0.
           3 PROMO-RATE            PIC 9(2)V99 VALUE 0.
           3 PROMO-MONTHS          PIC 9(2)    VALUE 0.
         2 REASON-CODES            VALUE SPACES.
           3 REASON-CODE           PIC X(4) OCCURS 4.
         2 CARD-NUMBER             PIC X(16) VALUE SPACES.

      * Identifies the letter's application for ACCLTR's archive -
      * same shape as ASYNCPNT's ACCOUNT-NUMBER-IN.
       1 ACCOUNT-NUMBER-IN.
         2 CUST-NO-IN      PIC X(8).
         2 PRODUCT-CODE-IN PIC X(4).
         2 APPL-SEQ-NO     PIC 9(1) VALUE 1.

      * Field-level PII protection - see src/CSCRYPT.cbl. The cache
      * row's PII is decrypted under the key named on it before the
      * letter is built.
       1 CRYPT-DECRYPT           PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN         PIC S9(4) COMP VALUE 0.

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
         2 CE-PROGRAM  PIC X(8) VALUE 'CSCMPRIS'.
         2 CE-RESP     PIC S9(8) COMP.
         2 CE-RESP2    PIC S9(8) COMP.
         2 CE-ABSTIME  PIC S9(15) COMP-3.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * The role gate runs before anything else - an unauthorized
      * operator gets a refusal, a CCAUTHLG entry, and nothing else.
      * See copy/OPAUTHP.cpy.
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF OPERATOR-AUTHORIZED = 'N'
               MOVE 'NOT AUTHORIZED FOR THIS TRANSACTION'
                   TO REPORT-LINE
               PERFORM SEND-REPORT-LINE
               EXEC CICS RETURN
               END-EXEC
           END-IF

           EXEC CICS RECEIVE INTO     ( READ-INPUT )
                           LENGTH     ( READ-INPUT-LENGTH )
                           NOTRUNCATE
                           RESP       ( COMMAND-RESP )
                           RESP2      ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS ASSIGN USERID(OPERATOR-USER-ID)
           END-EXEC

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
           END-EXEC

           UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
               INTO CARD-IN
           END-UNSTRING

           MOVE SPACES TO LIST-SCREEN

           EVALUATE TRUE
               WHEN ACTION-IN = 'RUN'
                   PERFORM REISSUE-PENDING-CARDS
                   MOVE SPACES TO REPORT-LINE
                   STRING 'CMPR: ' OPERATOR-MESSAGE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
               WHEN ACTION-IN NOT = 'SHO'
                   MOVE 'CMPR: UNKNOWN ACTION - RUN/SHO'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
               WHEN CARD-IN IS NOT NUMERIC
                   MOVE 'CMPR: GIVE THE 16 DIGIT CARD NUMBER'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
               WHEN OTHER
                   PERFORM SHOW-REGISTER-ROW
                   PERFORM SEND-LIST-SCREEN
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .

      ******************************************************************
      * SHO - what the register holds for one number.
      ******************************************************************
       SHOW-REGISTER-ROW.
           MOVE CARD-IN TO CR-CARD-NUMBER

           EXEC CICS READ FILE ('CMPRCARD')
                           INTO   (CMPRCARD-RECORD)
                           RIDFLD (CR-CARD-NUMBER)
                           RESP   (CMPRCARD-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CMPRCARD-RESP = DFHRESP(NORMAL)
               STRING 'CARD ****' CR-CARD-NUMBER(13:4)
                      '  ACCOUNT ' CR-CUST-NO ' ' CR-APPL-SEQ-NO
                      '  USER ' CR-USER-NO
                   DELIMITED BY SIZE INTO PL-LINE (1)
               STRING 'BREACH ' CR-BREACH-REF
                      '  SEVERITY ' CR-SEVERITY
                      '  EXPOSED FROM ' CR-EXPOSURE-DATE
                   DELIMITED BY SIZE INTO PL-LINE (3)
               STRING 'NOTIFIED ' CR-NOTIFIED-DATE
                      '  STATUS ' CR-STATUS
                   DELIMITED BY SIZE INTO PL-LINE (4)
               STRING 'LAST ACTION ' CR-ACTION-DATE
                      ' BY ' CR-ACTIONED-BY
                   DELIMITED BY SIZE INTO PL-LINE (5)
               IF CR-RESULT-TEXT NOT = SPACES
                   MOVE CR-RESULT-TEXT TO PL-LINE (6)
               END-IF
           ELSE
               STRING 'CMPR: CARD ****' CARD-IN(13:4)
                      ' IS NOT ON THE COMPROMISE REGISTER'
                   DELIMITED BY SIZE INTO PL-LINE (1)
               IF CMPRCARD-RESP NOT = DFHRESP(NOTFND)
                   MOVE CMPRCARD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      ******************************************************************
      * RUN - every PENDING card, fifty at a time.
      ******************************************************************
       REISSUE-PENDING-CARDS.
           MOVE LOW-VALUES TO RESUME-KEY
           MOVE 'Y'        TO MORE-TO-REISSUE

           PERFORM REISSUE-ONE-BATCH
               UNTIL MORE-TO-REISSUE = 'N'

           MOVE SPACES TO OPERATOR-MESSAGE
           STRING PENDING-SEEN ' PENDING, '
                  CARDS-REISSUED ' REISSUED, '
                  CARDS-HELD ' HELD, '
                  CARDS-RANGE-EMPTY ' NO RANGE, '
                  CARDS-OVERTAKEN ' CLOSED'
               DELIMITED BY SIZE INTO OPERATOR-MESSAGE

           EXEC CICS WRITE OPERATOR TEXT(OPERATOR-MESSAGE)
                           RESP (COMMAND-RESP)
                           RESP2(COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

       REISSUE-ONE-BATCH.
           MOVE 0          TO REISSUE-COUNT
           MOVE 'N'        TO END-OF-REGISTER-SCAN
           MOVE RESUME-KEY TO CR-CARD-NUMBER

           EXEC CICS STARTBR FILE ('CMPRCARD')
                             RIDFLD (CR-CARD-NUMBER)
                             GTEQ
                             RESP   (CMPRCARD-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CMPRCARD-RESP = DFHRESP(NORMAL)
               PERFORM COLLECT-ONE-PENDING-CARD
                   UNTIL END-OF-REGISTER-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('CMPRCARD')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF CMPRCARD-RESP NOT = DFHRESP(NOTFND)
                   MOVE CMPRCARD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           MOVE 0 TO REISSUE-IX
           PERFORM REISSUE-ONE-PENDING-CARD
               UNTIL REISSUE-IX NOT < REISSUE-COUNT

      * A full table means the browse stopped short - the next pass
      * starts after the last card this one collected.
           IF REISSUE-COUNT < 50
               MOVE 'N' TO MORE-TO-REISSUE
           ELSE
               MOVE RC-CARD-NUMBER (50) TO RESUME-KEY
           END-IF
           .

       COLLECT-ONE-PENDING-CARD.
           EXEC CICS READNEXT FILE ('CMPRCARD')
                              INTO  (CMPRCARD-RECORD)
                              RIDFLD(CR-CARD-NUMBER)
                              RESP  (CMPRCARD-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF CMPRCARD-RESP = DFHRESP(NORMAL)
               IF CR-IS-PENDING
                  AND CR-CARD-NUMBER NOT = RESUME-KEY
                   ADD 1 TO PENDING-SEEN
                   ADD 1 TO REISSUE-COUNT
                   MOVE CR-CARD-NUMBER
                       TO RC-CARD-NUMBER (REISSUE-COUNT)
                   MOVE CR-CUST-NO
                       TO RC-CUST-NO (REISSUE-COUNT)
                   MOVE CR-APPL-SEQ-NO
                       TO RC-APPL-SEQ-NO (REISSUE-COUNT)
                   IF REISSUE-COUNT = 50
                       MOVE 'Y' TO END-OF-REGISTER-SCAN
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-REGISTER-SCAN
               IF CMPRCARD-RESP NOT = DFHRESP(ENDFILE)
                   MOVE CMPRCARD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * The card must still carry the compromised number - one
      * closed, or replaced some other way since the match run, has
      * nothing left to reissue. CRPL does the replacement its own
      * way; the letter goes only once the new number is in hand.
      * Each card is committed before the next.
       REISSUE-ONE-PENDING-CARD.
           ADD 1 TO REISSUE-IX
           MOVE SPACES TO RESULT-TEXT

           MOVE RC-CUST-NO (REISSUE-IX)     TO CD-CUST-NO
           MOVE RC-APPL-SEQ-NO (REISSUE-IX) TO CD-APPL-SEQ-NO

           EXEC CICS READ FILE ('CARDMAS')
                           INTO   (CARDMAS-RECORD)
                           RIDFLD (CD-CARD-KEY)
                           RESP   (CARDMAS-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDMAS-RESP NOT = DFHRESP(NORMAL)
              OR CD-CARD-NUMBER NOT = RC-CARD-NUMBER (REISSUE-IX)
              OR CD-PRODUCTION-STATUS = 'CLOSED  '
               MOVE 'CLOSED  ' TO NEW-REGISTER-STATUS
               MOVE 'CARD CLOSED OR ALREADY REPLACED - NOT REISSUED'
                   TO RESULT-TEXT
               ADD 1 TO CARDS-OVERTAKEN
           ELSE
               PERFORM REPLACE-COMPROMISED-CARD
           END-IF

           IF NEW-REGISTER-STATUS NOT = 'PENDING '
               PERFORM UPDATE-REGISTER-ROW
           END-IF

           EXEC CICS SYNCPOINT
                     RESP  (COMMAND-RESP)
                     RESP2 (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

       REPLACE-COMPROMISED-CARD.
           MOVE RC-CUST-NO (REISSUE-IX) TO CC-CUST-NO
           MOVE RC-APPL-SEQ-NO (REISSUE-IX) TO CC-APPL-SEQ-NO

           EXEC CICS READ FILE ('CSCACHE')
                           INTO   (CSCACHE-RECORD)
                           RIDFLD (CC-CACHE-KEY)
                           RESP   (CSCACHE-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           MOVE RC-CUST-NO (REISSUE-IX)     TO RR-ACCOUNT
           MOVE RC-APPL-SEQ-NO (REISSUE-IX) TO RR-SEQ
           MOVE SPACES                      TO RR-PRODUCT
           IF CSCACHE-RESP = DFHRESP(NORMAL)
               MOVE CC-PRODUCT-CODE TO RR-PRODUCT
           ELSE
               IF CSCACHE-RESP NOT = DFHRESP(NOTFND)
                   MOVE CSCACHE-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           EXEC CICS PUT CONTAINER ('CARDREPLIN')
                           FROM    (REPL-REQUEST)
                           CHANNEL (BREACH-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM (CARDREPL-PROG)
                          CHANNEL (BREACH-CHANNEL)
                          RESP    (COMMAND-RESP)
                          RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE SPACES TO REPL-ANSWER
           EXEC CICS GET CONTAINER ('CARDREPLOUT')
                           INTO    (REPL-ANSWER)
                           CHANNEL (BREACH-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE REPL-ANSWER TO RESULT-TEXT

           EVALUATE TRUE
               WHEN REPL-ANSWER(1:19) = 'CRPL: CARD REPLACED'
                   MOVE 'REISSUED' TO NEW-REGISTER-STATUS
                   ADD 1 TO CARDS-REISSUED
                   IF CSCACHE-RESP = DFHRESP(NORMAL)
                       PERFORM DISPATCH-BREACH-LETTER
                   END-IF
               WHEN REPL-ANSWER(1:27) = 'CRPL: OLD NUMBER HOT-LISTED'
                   MOVE 'PENDING ' TO NEW-REGISTER-STATUS
                   ADD 1 TO CARDS-RANGE-EMPTY
               WHEN OTHER
                   MOVE 'HELD    ' TO NEW-REGISTER-STATUS
                   ADD 1 TO CARDS-HELD
           END-EVALUATE
           .

      * The letter goes out through the same ACCLTR letter build and
      * LTRARCH/CSLTRPRT dispatch chain as every decision letter -
      * built from the cache row's identity, decrypted under the key
      * named on it.
       DISPATCH-BREACH-LETTER.
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
               CC-CUSTOMER-NAME CRYPT-FIELD-LEN
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
               CC-CUSTOMER-ADDRESS-DATA CRYPT-FIELD-LEN

           MOVE CC-CUSTOMER-NAME       TO CUSTOMER-NAME
           MOVE CC-ADDR-LINE-1         TO CUSTOMER-ADDR-LINE-1
           MOVE CC-ADDR-LINE-2         TO CUSTOMER-ADDR-LINE-2
           MOVE CC-ADDR-LINE-3         TO CUSTOMER-ADDR-LINE-3
           MOVE CC-CITY                TO CUSTOMER-CITY
           MOVE CC-REGION              TO CUSTOMER-REGION
           MOVE CC-POSTCODE            TO CUSTOMER-POSTCODE
           MOVE CC-COUNTRY-CODE        TO CUSTOMER-COUNTRY-CODE
           MOVE CC-CREDIT-LIMIT-AMOUNT TO CREDIT-LIMIT-AMOUNT
           MOVE 'STD '                 TO REQUESTED-PRODUCT
           IF CC-PRODUCT-CODE NOT = SPACES
               MOVE CC-PRODUCT-CODE    TO REQUESTED-PRODUCT
           END-IF

           MOVE RC-CUST-NO (REISSUE-IX)     TO CUST-NO-IN
           MOVE REQUESTED-PRODUCT           TO PRODUCT-CODE-IN
           MOVE RC-APPL-SEQ-NO (REISSUE-IX) TO APPL-SEQ-NO

           EXEC CICS PUT CONTAINER ('ACCLTR')
                           FROM    (RETURN-DATA)
                           CHANNEL (BREACH-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS PUT CONTAINER ('ACCLTRACCT')
                           FROM    (ACCOUNT-NUMBER-IN)
                           CHANNEL (BREACH-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM (LETTER-PROG)
                          CHANNEL (BREACH-CHANNEL)
                          RESP    (COMMAND-RESP)
                          RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

       UPDATE-REGISTER-ROW.
           MOVE RC-CARD-NUMBER (REISSUE-IX) TO CR-CARD-NUMBER

           EXEC CICS READ FILE ('CMPRCARD')
                           INTO   (CMPRCARD-RECORD)
                           RIDFLD (CR-CARD-NUMBER)
                           UPDATE
                           RESP   (CMPRCARD-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CMPRCARD-RESP = DFHRESP(NORMAL)
               MOVE NEW-REGISTER-STATUS TO CR-STATUS
               MOVE CURRENT-DATE        TO CR-ACTION-DATE
               MOVE OPERATOR-USER-ID    TO CR-ACTIONED-BY
               MOVE RESULT-TEXT         TO CR-RESULT-TEXT

               EXEC CICS REWRITE FILE ('CMPRCARD')
                                 FROM (CMPRCARD-RECORD)
                                 RESP  (COMMAND-RESP)
                                 RESP2 (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               MOVE CMPRCARD-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
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


       COPY OPAUTHP.

       COPY CICSERR.

       END PROGRAM 'CSCMPRIS'.
