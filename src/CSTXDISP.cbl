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
      *  CSTXDISP
      *
      * Cardholder transaction dispute transaction (run as TDSP). A
      * cardholder who disputes a purchase on their card - goods
      * that never came, a charge taken twice - raises a case here
      * against the one ledger posting they dispute; the case is
      * kept on TXNDISP (see copy/TXNDISP.cpy). Disputes about bureau
      * data are DSPT's (see src/CSDSPUTE.cbl), not this. A single
      * input line drives one of six actions:
      *
      *   TDSP SHO nnnnnnnn [s]
      *        - every dispute account nnnnnnnn (or just card
      *          position s) has raised: the posting disputed, the
      *          reason, the amount, the status and whether the
      *          provisional credit is on the card - with the
      *          merchant and the transaction date under each.
      *   TDSP TXN nnnnnnnn s [yyyymmdd]
      *        - card position s's purchases and cash advances
      *          posted from yyyymmdd (by default, as far back as
      *          one can still be disputed), with the posting date
      *          and sequence RAI needs to name one.
      *   TDSP RAI nnnnnnnn s yyyymmdd seq reason [amount]
      *        - raise a case against the posting on the ledger at
      *          yyyymmdd/seq: the reason - NREC (not received),
      *          DUPL (charged twice), AMNT (wrong amount), CANC
      *          (charged after cancelling), DEFC (defective or not
      *          as described) or CRNP (refund never credited) -
      *          and the amount disputed, if not all of it.
      *   TDSP WDN nnnnnnnn s yyyymmdd seq
      *        - withdraw an open case at the cardholder's request.
      *   TDSP ARB nnnnnnnn s yyyymmdd seq
      *        - take a case the merchant has re-presented to
      *          arbitration.
      *   TDSP ACP nnnnnnnn s yyyymmdd seq
      *        - accept the merchant's representment - the case is
      *          LOST.
      *
      * Only a PURCHASE or CASHADV debit can be disputed, only once,
      * for no more than was charged, and only while the scheme
      * still takes a chargeback on it - the transaction dated no
      * more than four months ago. This transaction never posts to
      * the ledger: the provisional credit goes on the card, and
      * comes off again on a case withdrawn or lost, in the nightly
      * CSCBKEXT run (see src/CSCBKEXT.cbl), which also tells the
      * scheme. Every case raised, withdrawn, escalated or accepted
      * puts the before and after TXNDISP images on the CHGJRNL
      * change journal under the account.
      *
      * Four-digit accounts are accepted and zero-padded, the same
      * compatibility window every terminal parser honors.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSTXDISP.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * TXNDISP, CARDLDG and CTLPARM are CICS-owned VSAM files
      * (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY TXNDISP.

           COPY CARDLDG.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 INPUT-ARGUMENTS       PIC X(70).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 79.
       1 ACCOUNT-IN              PIC X(8) VALUE SPACES.
       1 APPL-SEQ-RAW            PIC X(1) VALUE SPACES.
       1 APPL-SEQ-NO             PIC 9(1) VALUE 1.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.
       1 POST-DATE-IN            PIC X(8) VALUE SPACES.
       1 POST-SEQ-RAW            PIC X(5) VALUE SPACES.
       1 POST-SEQ-LENGTH         PIC S9(4) COMP VALUE 0.
       1 POST-SEQ-IN             PIC 9(4) VALUE 0.
       1 REASON-IN               PIC X(4) VALUE SPACES.

      * One amount keyed as whole units with up to two decimals -
      * EDIT-DECIMAL-TOKEN splits it at the point.
       1 DECIMAL-TOKEN           PIC X(10) VALUE SPACES.
       1 DECIMAL-LENGTH          PIC S9(4) COMP VALUE 0.
       1 DECIMAL-WHOLE-RAW       PIC X(10) VALUE SPACES.
       1 DECIMAL-WHOLE-LENGTH    PIC S9(4) COMP VALUE 0.
       1 DECIMAL-FRACTION-RAW    PIC X(10) VALUE SPACES.
       1 DECIMAL-FRACTION-LENGTH PIC S9(4) COMP VALUE 0.
       1 DECIMAL-WHOLE           PIC 9(7) VALUE 0.
       1 DECIMAL-FRACTION-X      PIC X(2) VALUE '00'.
       1 DECIMAL-FRACTION        PIC 9(2) VALUE 0.
       1 DECIMAL-VALUE           PIC 9(7)V99 VALUE 0.
       1 DECIMAL-OK              PIC X(1) VALUE 'N'.

      * Date checking - a keyed date is taken apart to check it is
      * a real month and day.
       1 DATE-CHECK-X            PIC X(8) VALUE SPACES.
       1 DATE-CHECK-PARTS REDEFINES DATE-CHECK-X.
         2 DATE-CHECK-YEAR       PIC 9(4).
         2 DATE-CHECK-MONTH      PIC 9(2).
         2 DATE-CHECK-DAY        PIC 9(2).
       1 DATE-CHECK-OK           PIC X(1) VALUE 'N'.

      * The scheme takes a chargeback on a transaction dated no
      * more than this many months back - the earliest such date.
       1 DISPUTE-WINDOW-MONTHS   PIC 9(2) VALUE 4.
       1 WINDOW-START-X          PIC X(8) VALUE SPACES.
       1 WINDOW-START-PARTS REDEFINES WINDOW-START-X.
         2 WINDOW-START-YEAR     PIC 9(4).
         2 WINDOW-START-MONTH    PIC 9(2).
         2 WINDOW-START-DAY      PIC 9(2).
       1 WINDOW-MONTH-WORK       PIC S9(3) VALUE 0.

       1 TXNDISP-RESP            PIC S9(8) COMP.
       1 CARDLDG-RESP            PIC S9(8) COMP.
       1 END-OF-CASES            PIC X(1) VALUE 'N'.
       1 END-OF-POSTINGS         PIC X(1) VALUE 'N'.
       1 CASES-SHOWN             PIC S9(4) COMP VALUE 0.
       1 POSTINGS-SHOWN          PIC S9(4) COMP VALUE 0.
       1 CREDIT-MARKER           PIC X(7) VALUE SPACES.

       1 LIST-SCREEN.
         2 HL-LINE OCCURS 14     PIC X(79).
       1 LINE-NO                 PIC S9(4) COMP VALUE 0.

       1 AMOUNT-DISPLAY          PIC Z(6)9.99.

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
         2 CE-PROGRAM  PIC X(8) VALUE 'CSTXDISP'.
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

      * Account, sequence and the posting - date and sequence - the
      * case is about; the reason and amount follow for RAI.
           UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
               INTO ACCOUNT-IN APPL-SEQ-RAW POST-DATE-IN
                    POST-SEQ-RAW COUNT IN POST-SEQ-LENGTH
                    REASON-IN
                    DECIMAL-TOKEN COUNT IN DECIMAL-LENGTH
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

           MOVE 0 TO POST-SEQ-IN
           IF POST-SEQ-LENGTH > 0 AND POST-SEQ-LENGTH < 5
               IF POST-SEQ-RAW(1:POST-SEQ-LENGTH) IS NUMERIC
                   MOVE POST-SEQ-RAW(1:POST-SEQ-LENGTH)
                       TO POST-SEQ-IN
               END-IF
           END-IF

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
           END-EXEC

           EXEC CICS ASSIGN USERID(OPERATOR-USER-ID)
           END-EXEC

           PERFORM SET-DISPUTE-WINDOW-START

           MOVE SPACES TO LIST-SCREEN

           EVALUATE ACTION-IN
               WHEN 'SHO'
                   PERFORM SHOW-CASES
                   PERFORM SEND-LIST-SCREEN
               WHEN 'TXN'
                   PERFORM SHOW-POSTINGS
                   PERFORM SEND-LIST-SCREEN
               WHEN 'RAI'
                   PERFORM RAISE-CASE
                   PERFORM SEND-REPORT-LINE
               WHEN 'WDN'
                   PERFORM WITHDRAW-CASE
                   PERFORM SEND-REPORT-LINE
               WHEN 'ARB'
                   PERFORM REQUEST-ARBITRATION
                   PERFORM SEND-REPORT-LINE
               WHEN 'ACP'
                   PERFORM ACCEPT-REPRESENTMENT
                   PERFORM SEND-REPORT-LINE
               WHEN OTHER
                   MOVE 'TDSP: UNKNOWN ACTION - SHO/TXN/RAI/WDN/ARB/ACP'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .

      * The earliest transaction date the scheme still takes a
      * chargeback on - the same day, DISPUTE-WINDOW-MONTHS back.
       SET-DISPUTE-WINDOW-START.
           MOVE CURRENT-DATE TO WINDOW-START-X
           COMPUTE WINDOW-MONTH-WORK =
               WINDOW-START-MONTH - DISPUTE-WINDOW-MONTHS
           IF WINDOW-MONTH-WORK < 1
               ADD 12 TO WINDOW-MONTH-WORK
               SUBTRACT 1 FROM WINDOW-START-YEAR
           END-IF
           MOVE WINDOW-MONTH-WORK TO WINDOW-START-MONTH
           .

      ******************************************************************
      * SHO - the account's cases, in posting order within each card
      * position, two lines each, as many as the screen holds.
      ******************************************************************
       SHOW-CASES.
           STRING 'TRANSACTION DISPUTES ' ACCOUNT-IN
               DELIMITED BY SIZE INTO HL-LINE (1)
           MOVE 'SQ POSTED   SEQ  RSN  STATUS       DISPUTED CREDIT'
               TO HL-LINE (2)
           MOVE 2 TO LINE-NO
           MOVE 0 TO CASES-SHOWN

           PERFORM START-CASE-BROWSE

           IF TXNDISP-RESP = DFHRESP(NORMAL)
               PERFORM SHOW-ONE-CASE
                   UNTIL END-OF-CASES = 'Y'
               PERFORM END-CASE-BROWSE
           END-IF

           IF CASES-SHOWN = 0
               STRING 'TDSP: NO DISPUTES ON FILE FOR ' ACCOUNT-IN
                   DELIMITED BY SIZE INTO HL-LINE (4)
           END-IF
           .

       SHOW-ONE-CASE.
           PERFORM READ-NEXT-CASE

           IF END-OF-CASES = 'N'
              AND (APPL-SEQ-RAW = SPACE
                   OR TD-APPL-SEQ-NO = APPL-SEQ-NO)
               IF LINE-NO < 13
                   ADD 1 TO LINE-NO
                   ADD 1 TO CASES-SHOWN
                   EVALUATE TRUE
                       WHEN TD-CREDIT-DATE = SPACES
                           MOVE 'NONE'    TO CREDIT-MARKER
                       WHEN TD-CREDIT-REVERSED-DATE NOT = SPACES
                           MOVE 'REVERSD' TO CREDIT-MARKER
                       WHEN TD-IS-WON
                           MOVE 'FINAL'   TO CREDIT-MARKER
                       WHEN OTHER
                           MOVE 'PROVSNL' TO CREDIT-MARKER
                   END-EVALUATE
                   MOVE TD-DISPUTED-AMOUNT TO AMOUNT-DISPLAY
                   STRING TD-APPL-SEQ-NO '  ' TD-POST-DATE ' '
                          TD-POST-SEQ ' ' TD-REASON ' '
                          TD-STATUS ' ' AMOUNT-DISPLAY ' '
                          CREDIT-MARKER
                       DELIMITED BY SIZE INTO HL-LINE (LINE-NO)
                   ADD 1 TO LINE-NO
                   STRING '   ' TD-TRAN-DATE ' ' TD-MERCHANT
                          ' SINCE ' TD-STATUS-DATE
                       DELIMITED BY SIZE INTO HL-LINE (LINE-NO)
               ELSE
                   MOVE 'Y' TO END-OF-CASES
               END-IF
           END-IF
           .

      ******************************************************************
      * TXN - the position's purchases and cash advances from the
      * date given (or the start of the dispute window), one line
      * each, for the operator to pick the one disputed.
      ******************************************************************
       SHOW-POSTINGS.
           IF POST-DATE-IN = SPACES
               MOVE WINDOW-START-X TO POST-DATE-IN
           END-IF
           MOVE POST-DATE-IN TO DATE-CHECK-X
           PERFORM CHECK-ONE-DATE

           IF APPL-SEQ-RAW = SPACES
              OR DATE-CHECK-OK = 'N'
               MOVE 'TDSP: TXN NEEDS ACCT SEQ [FROM YYYYMMDD]'
                   TO HL-LINE (1)
           ELSE
               STRING 'PURCHASES AND CASH ADVANCES ' ACCOUNT-IN
                      ' ' APPL-SEQ-NO ' FROM ' POST-DATE-IN
                   DELIMITED BY SIZE INTO HL-LINE (1)
               MOVE 'POSTED   SEQ  TRANSACTED   AMOUNT DESCRIPTION'
                   TO HL-LINE (2)
               MOVE 2 TO LINE-NO
               MOVE 0 TO POSTINGS-SHOWN

               PERFORM START-POSTING-BROWSE

               IF CARDLDG-RESP = DFHRESP(NORMAL)
                   PERFORM SHOW-ONE-POSTING
                       UNTIL END-OF-POSTINGS = 'Y'
                   PERFORM END-POSTING-BROWSE
               END-IF

               IF POSTINGS-SHOWN = 0
                   STRING 'TDSP: NOTHING DISPUTABLE POSTED SINCE '
                          POST-DATE-IN
                       DELIMITED BY SIZE INTO HL-LINE (4)
               END-IF
           END-IF
           .

       SHOW-ONE-POSTING.
           EXEC CICS READNEXT FILE ('CARDLDG')
                              INTO  (CARDLDG-RECORD)
                              RIDFLD(LG-LEDGER-KEY)
                              RESP  (CARDLDG-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF CARDLDG-RESP NOT = DFHRESP(NORMAL)
              OR LG-CUST-NO NOT = ACCOUNT-IN
              OR LG-APPL-SEQ-NO NOT = APPL-SEQ-NO
               MOVE 'Y' TO END-OF-POSTINGS
               IF CARDLDG-RESP NOT = DFHRESP(ENDFILE)
                  AND CARDLDG-RESP NOT = DFHRESP(NORMAL)
                   MOVE CARDLDG-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               IF LG-IS-DEBIT
                  AND (LG-TRAN-TYPE = 'PURCHASE'
                       OR LG-TRAN-TYPE = 'CASHADV ')
                   IF LINE-NO < 14
                       ADD 1 TO LINE-NO
                       ADD 1 TO POSTINGS-SHOWN
                       MOVE LG-AMOUNT TO AMOUNT-DISPLAY
                       STRING LG-POST-DATE ' ' LG-POST-SEQ ' '
                              LG-TRAN-DATE ' ' AMOUNT-DISPLAY ' '
                              LG-DESCRIPTION
                           DELIMITED BY SIZE INTO HL-LINE (LINE-NO)
                   ELSE
                       MOVE 'Y' TO END-OF-POSTINGS
                   END-IF
               END-IF
           END-IF
           .

       START-POSTING-BROWSE.
           MOVE 'N'          TO END-OF-POSTINGS
           MOVE ACCOUNT-IN   TO LG-CUST-NO
           MOVE APPL-SEQ-NO  TO LG-APPL-SEQ-NO
           MOVE POST-DATE-IN TO LG-POST-DATE
           MOVE 0            TO LG-POST-SEQ

           EXEC CICS STARTBR FILE ('CARDLDG')
                             RIDFLD (LG-LEDGER-KEY)
                             GTEQ
                             RESP   (CARDLDG-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDLDG-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO END-OF-POSTINGS
               IF CARDLDG-RESP NOT = DFHRESP(NOTFND)
                   MOVE CARDLDG-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       END-POSTING-BROWSE.
           EXEC CICS ENDBR FILE ('CARDLDG')
                           RESP (COMMAND-RESP)
                           RESP2(COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

      ******************************************************************
      * RAI - edit the case, check the posting can be disputed, then
      * write it. A posting already disputed is refused on the key.
      ******************************************************************
       RAISE-CASE.
           PERFORM EDIT-CASE-KEY

           IF REPORT-LINE = SPACES
               EVALUATE TRUE
                   WHEN REASON-IN NOT = 'NREC'
                    AND REASON-IN NOT = 'DUPL'
                    AND REASON-IN NOT = 'AMNT'
                    AND REASON-IN NOT = 'CANC'
                    AND REASON-IN NOT = 'DEFC'
                    AND REASON-IN NOT = 'CRNP'
                       STRING 'TDSP: REASON MUST BE NREC, DUPL, AMNT, '
                              'CANC, DEFC OR CRNP'
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN DECIMAL-LENGTH > 0
                       PERFORM EDIT-DECIMAL-TOKEN
                       IF DECIMAL-OK = 'N' OR DECIMAL-VALUE = 0
                           MOVE 'TDSP: AMOUNT MUST BE NNNNNNN.NN'
                               TO REPORT-LINE
                       END-IF
                   WHEN OTHER
                       MOVE 0 TO DECIMAL-VALUE
               END-EVALUATE
           END-IF

           IF REPORT-LINE = SPACES
               PERFORM CHECK-DISPUTED-POSTING
           END-IF

           IF REPORT-LINE = SPACES
               PERFORM WRITE-CASE
           END-IF
           .

      * The account, position and posting every case action names.
       EDIT-CASE-KEY.
           MOVE POST-DATE-IN TO DATE-CHECK-X
           PERFORM CHECK-ONE-DATE

           EVALUATE TRUE
               WHEN APPL-SEQ-RAW = SPACES
               OR POST-DATE-IN = SPACES
               OR POST-SEQ-LENGTH = 0
                   STRING 'TDSP: ' ACTION-IN
                          ' NEEDS ACCT SEQ POSTED-DATE POSTED-SEQ'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN DATE-CHECK-OK = 'N'
                   MOVE 'TDSP: THE POSTED DATE MUST BE YYYYMMDD'
                       TO REPORT-LINE
               WHEN POST-SEQ-IN = 0
                   MOVE 'TDSP: THE POSTED SEQUENCE MUST BE 1 TO 9999'
                       TO REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       CHECK-ONE-DATE.
           MOVE 'N' TO DATE-CHECK-OK
           IF DATE-CHECK-X IS NUMERIC
               IF DATE-CHECK-MONTH >= 1 AND DATE-CHECK-MONTH <= 12
                  AND DATE-CHECK-DAY >= 1 AND DATE-CHECK-DAY <= 31
                  AND DATE-CHECK-YEAR > 1900
                   MOVE 'Y' TO DATE-CHECK-OK
               END-IF
           END-IF
           .

      * Splits "whole[.fraction]" - up to seven whole digits and two
      * decimal places - into DECIMAL-VALUE.
       EDIT-DECIMAL-TOKEN.
           MOVE 'N'    TO DECIMAL-OK
           MOVE 0      TO DECIMAL-VALUE
           MOVE SPACES TO DECIMAL-WHOLE-RAW
           MOVE SPACES TO DECIMAL-FRACTION-RAW
           MOVE 0      TO DECIMAL-WHOLE-LENGTH
           MOVE 0      TO DECIMAL-FRACTION-LENGTH

           IF DECIMAL-LENGTH > 0 AND DECIMAL-LENGTH < 11
               UNSTRING DECIMAL-TOKEN(1:DECIMAL-LENGTH)
                   DELIMITED BY '.'
                   INTO DECIMAL-WHOLE-RAW
                            COUNT IN DECIMAL-WHOLE-LENGTH
                        DECIMAL-FRACTION-RAW
                            COUNT IN DECIMAL-FRACTION-LENGTH
               END-UNSTRING
           END-IF

           IF DECIMAL-WHOLE-LENGTH > 0 AND DECIMAL-WHOLE-LENGTH < 8
              AND DECIMAL-FRACTION-LENGTH < 3
               IF DECIMAL-WHOLE-RAW(1:DECIMAL-WHOLE-LENGTH) IS NUMERIC
                   MOVE DECIMAL-WHOLE-RAW(1:DECIMAL-WHOLE-LENGTH)
                       TO DECIMAL-WHOLE
                   MOVE '00' TO DECIMAL-FRACTION-X
                   IF DECIMAL-FRACTION-LENGTH > 0
                       MOVE DECIMAL-FRACTION-RAW
                                (1:DECIMAL-FRACTION-LENGTH)
                           TO DECIMAL-FRACTION-X
                                (1:DECIMAL-FRACTION-LENGTH)
                   END-IF
                   IF DECIMAL-FRACTION-X IS NUMERIC
                       MOVE DECIMAL-FRACTION-X TO DECIMAL-FRACTION
                       COMPUTE DECIMAL-VALUE =
                           DECIMAL-WHOLE + DECIMAL-FRACTION / 100
                       MOVE 'Y' TO DECIMAL-OK
                   END-IF
               END-IF
           END-IF
           .

      * Only a purchase or cash advance the scheme cleared, still
      * inside the chargeback window, for no more than it was.
       CHECK-DISPUTED-POSTING.
           MOVE ACCOUNT-IN   TO LG-CUST-NO
           MOVE APPL-SEQ-NO  TO LG-APPL-SEQ-NO
           MOVE POST-DATE-IN TO LG-POST-DATE
           MOVE POST-SEQ-IN  TO LG-POST-SEQ

           EXEC CICS READ FILE ('CARDLDG')
                           INTO   (CARDLDG-RECORD)
                           RIDFLD (LG-LEDGER-KEY)
                           RESP   (CARDLDG-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN CARDLDG-RESP NOT = DFHRESP(NORMAL)
                   STRING 'TDSP: NO POSTING ' POST-DATE-IN '/'
                          POST-SEQ-IN ' ON CARD ' ACCOUNT-IN ' '
                          APPL-SEQ-NO
                       DELIMITED BY SIZE INTO REPORT-LINE
                   IF CARDLDG-RESP NOT = DFHRESP(NOTFND)
                       MOVE CARDLDG-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN NOT LG-IS-DEBIT
               OR (LG-TRAN-TYPE NOT = 'PURCHASE'
                   AND LG-TRAN-TYPE NOT = 'CASHADV ')
                   STRING 'TDSP: THAT POSTING IS ' LG-TRAN-TYPE
                          ' ' LG-DEBIT-CREDIT
                          ' - ONLY A PURCHASE OR CASH ADVANCE'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN LG-TRAN-DATE < WINDOW-START-X
                   STRING 'TDSP: TRANSACTED ' LG-TRAN-DATE
                          ' - TOO LATE TO CHARGE BACK (BEFORE '
                          WINDOW-START-X ')'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN DECIMAL-VALUE > LG-AMOUNT
                   MOVE LG-AMOUNT TO AMOUNT-DISPLAY
                   STRING 'TDSP: NO MORE THAN THE ' AMOUNT-DISPLAY
                          ' CHARGED CAN BE DISPUTED'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   IF DECIMAL-VALUE = 0
                       MOVE LG-AMOUNT TO DECIMAL-VALUE
                   END-IF
           END-EVALUATE
           .

       WRITE-CASE.
           MOVE SPACES            TO TXNDISP-RECORD
           MOVE LG-CUST-NO        TO TD-CUST-NO
           MOVE LG-APPL-SEQ-NO    TO TD-APPL-SEQ-NO
           MOVE LG-POST-DATE      TO TD-POST-DATE
           MOVE LG-POST-SEQ       TO TD-POST-SEQ
           MOVE REASON-IN         TO TD-REASON
           MOVE DECIMAL-VALUE     TO TD-DISPUTED-AMOUNT
           MOVE LG-TRAN-TYPE      TO TD-TRAN-TYPE
           MOVE LG-AMOUNT         TO TD-TRAN-AMOUNT
           MOVE LG-TRAN-DATE      TO TD-TRAN-DATE
           MOVE LG-CARD-NUMBER    TO TD-CARD-NUMBER
           MOVE LG-DESCRIPTION    TO TD-MERCHANT
           MOVE LG-REFERENCE      TO TD-SCHEME-REF
           MOVE CURRENT-DATE      TO TD-RAISED-DATE
           MOVE OPERATOR-USER-ID  TO TD-RAISED-BY
           MOVE 'RAISED  '        TO TD-STATUS
           MOVE CURRENT-DATE      TO TD-STATUS-DATE
           MOVE 'C'               TO TD-SEND-PENDING

           EXEC CICS WRITE FILE ('TXNDISP')
                           FROM   (TXNDISP-RECORD)
                           RIDFLD (TD-DISPUTE-KEY)
                           RESP   (TXNDISP-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN TXNDISP-RESP = DFHRESP(NORMAL)
                   MOVE SPACES         TO JRNL-BEFORE-IMAGE
                   MOVE SPACES         TO JRNL-AFTER-IMAGE
                   MOVE TXNDISP-RECORD TO JRNL-AFTER-IMAGE
                   MOVE TD-CUST-NO     TO JRNL-ACCOUNT
                   MOVE 'TXNDISP '     TO JRNL-FILE-NAME
                   PERFORM WRITE-CHANGE-JOURNAL

                   MOVE TD-DISPUTED-AMOUNT TO AMOUNT-DISPLAY
                   STRING 'TDSP: ' TD-REASON ' DISPUTE RAISED FOR '
                          AMOUNT-DISPLAY
                          ' - PROVISIONAL CREDIT TONIGHT'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN TXNDISP-RESP = DFHRESP(DUPREC)
                   MOVE 'TDSP: THAT POSTING HAS ALREADY BEEN DISPUTED'
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE TXNDISP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
                   MOVE 'TDSP: DISPUTE NOT SAVED - TRY AGAIN'
                       TO REPORT-LINE
           END-EVALUATE
           .

      ******************************************************************
      * WDN - an open case is withdrawn; if the scheme has it, the
      * next extract tells them. Any provisional credit comes off
      * in the nightly run.
      ******************************************************************
       WITHDRAW-CASE.
           PERFORM EDIT-CASE-KEY

           IF REPORT-LINE = SPACES
               PERFORM READ-CASE-FOR-UPDATE
           END-IF

           IF REPORT-LINE = SPACES
               IF NOT TD-IS-OPEN
                   STRING 'TDSP: THE CASE IS ' TD-STATUS
                          ' - IT CAN NO LONGER BE WITHDRAWN'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM UNLOCK-CASE
               ELSE
                   IF TD-IS-RAISED
                       MOVE SPACE TO TD-SEND-PENDING
                   ELSE
                       MOVE 'W'   TO TD-SEND-PENDING
                   END-IF
                   MOVE 'WITHDRWN'       TO TD-STATUS
                   MOVE CURRENT-DATE     TO TD-STATUS-DATE
                   MOVE CURRENT-DATE     TO TD-CLOSED-DATE
                   MOVE OPERATOR-USER-ID TO TD-CLOSED-BY

                   PERFORM REWRITE-CASE

                   STRING 'TDSP: DISPUTE ' TD-POST-DATE '/'
                          TD-POST-SEQ ' WITHDRAWN - ANY CREDIT '
                          'COMES OFF TONIGHT'
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      * ARB - a re-presented case goes back to the scheme, this time
      * for a ruling.
      ******************************************************************
       REQUEST-ARBITRATION.
           PERFORM EDIT-CASE-KEY

           IF REPORT-LINE = SPACES
               PERFORM READ-CASE-FOR-UPDATE
           END-IF

           IF REPORT-LINE = SPACES
               IF NOT TD-IS-REPRESENTED
                   STRING 'TDSP: THE CASE IS ' TD-STATUS
                          ' - ONLY A REPRESENTED CASE GOES TO '
                          'ARBITRATION'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM UNLOCK-CASE
               ELSE
                   MOVE 'ARBREQ  '   TO TD-STATUS
                   MOVE CURRENT-DATE TO TD-STATUS-DATE
                   MOVE 'A'          TO TD-SEND-PENDING

                   PERFORM REWRITE-CASE

                   STRING 'TDSP: DISPUTE ' TD-POST-DATE '/'
                          TD-POST-SEQ ' GOES TO ARBITRATION TONIGHT'
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      * ACP - the merchant's representment is accepted and the case
      * is lost; the provisional credit comes off in the nightly
      * run.
      ******************************************************************
       ACCEPT-REPRESENTMENT.
           PERFORM EDIT-CASE-KEY

           IF REPORT-LINE = SPACES
               PERFORM READ-CASE-FOR-UPDATE
           END-IF

           IF REPORT-LINE = SPACES
               IF NOT TD-IS-REPRESENTED
                   STRING 'TDSP: THE CASE IS ' TD-STATUS
                          ' - ONLY A REPRESENTMENT CAN BE ACCEPTED'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM UNLOCK-CASE
               ELSE
                   MOVE 'LOST    '       TO TD-STATUS
                   MOVE CURRENT-DATE     TO TD-STATUS-DATE
                   MOVE CURRENT-DATE     TO TD-CLOSED-DATE
                   MOVE OPERATOR-USER-ID TO TD-CLOSED-BY

                   PERFORM REWRITE-CASE

                   STRING 'TDSP: DISPUTE ' TD-POST-DATE '/'
                          TD-POST-SEQ ' LOST - THE CREDIT COMES OFF '
                          'TONIGHT'
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           .

       READ-CASE-FOR-UPDATE.
           MOVE ACCOUNT-IN   TO TD-CUST-NO
           MOVE APPL-SEQ-NO  TO TD-APPL-SEQ-NO
           MOVE POST-DATE-IN TO TD-POST-DATE
           MOVE POST-SEQ-IN  TO TD-POST-SEQ

           EXEC CICS READ FILE ('TXNDISP')
                           INTO   (TXNDISP-RECORD)
                           RIDFLD (TD-DISPUTE-KEY)
                           UPDATE
                           RESP   (TXNDISP-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF TXNDISP-RESP NOT = DFHRESP(NORMAL)
               STRING 'TDSP: NO DISPUTE ON POSTING ' POST-DATE-IN
                      '/' POST-SEQ-IN ' OF ' ACCOUNT-IN ' '
                      APPL-SEQ-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               IF TXNDISP-RESP NOT = DFHRESP(NOTFND)
                   MOVE TXNDISP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               MOVE SPACES         TO JRNL-BEFORE-IMAGE
               MOVE TXNDISP-RECORD TO JRNL-BEFORE-IMAGE
           END-IF
           .

       REWRITE-CASE.
           EXEC CICS REWRITE FILE ('TXNDISP')
                             FROM (TXNDISP-RECORD)
                             RESP  (COMMAND-RESP)
                             RESP2 (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE SPACES         TO JRNL-AFTER-IMAGE
           MOVE TXNDISP-RECORD TO JRNL-AFTER-IMAGE
           MOVE TD-CUST-NO     TO JRNL-ACCOUNT
           MOVE 'TXNDISP '     TO JRNL-FILE-NAME
           PERFORM WRITE-CHANGE-JOURNAL
           .

      * A refused action leaves the case exactly as it was.
       UNLOCK-CASE.
           EXEC CICS UNLOCK FILE ('TXNDISP')
                            RESP (COMMAND-RESP)
                            RESP2(COMMAND-RESP2)
           END-EXEC
           .

      * Keyed prefix browse on the account - every position's rows.
       START-CASE-BROWSE.
           MOVE 'N'        TO END-OF-CASES
           MOVE ACCOUNT-IN TO TD-CUST-NO
           MOVE 0          TO TD-APPL-SEQ-NO
           MOVE LOW-VALUES TO TD-POST-DATE
           MOVE 0          TO TD-POST-SEQ

           EXEC CICS STARTBR FILE ('TXNDISP')
                             RIDFLD (TD-DISPUTE-KEY)
                             GTEQ
                             RESP   (TXNDISP-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF TXNDISP-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO END-OF-CASES
               IF TXNDISP-RESP NOT = DFHRESP(NOTFND)
                   MOVE TXNDISP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       READ-NEXT-CASE.
           EXEC CICS READNEXT FILE ('TXNDISP')
                              INTO  (TXNDISP-RECORD)
                              RIDFLD(TD-DISPUTE-KEY)
                              RESP  (TXNDISP-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF TXNDISP-RESP NOT = DFHRESP(NORMAL)
              OR TD-CUST-NO NOT = ACCOUNT-IN
               MOVE 'Y' TO END-OF-CASES
               IF TXNDISP-RESP NOT = DFHRESP(ENDFILE)
                  AND TXNDISP-RESP NOT = DFHRESP(NORMAL)
                   MOVE TXNDISP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       END-CASE-BROWSE.
           EXEC CICS ENDBR FILE ('TXNDISP')
                           RESP (COMMAND-RESP)
                           RESP2(COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
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

       END PROGRAM 'CSTXDISP'.
