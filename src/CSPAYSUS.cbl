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
      *  CSPAYSUS
      *
      * Payment suspense transaction (run as PSUS). A payment off
      * the bank's daily file that the CSPOSTNG posting run could
      * not put on a card sits OPEN on the PAYSUSP suspense file
      * (see copy/PAYSUSP.cpy) with the reason it stuck; this is
      * where a payments clerk works it. A single input line drives
      * one of four actions:
      *
      *   PSUS LST [yyyymmdd]
      *        - list the OPEN items, oldest first, from the date
      *          given (or from the start of the file).
      *   PSUS SHO yyyymmddnnnnn
      *        - display one item: the payment as the bank sent it,
      *          why it stuck, and who actioned it.
      *   PSUS APL yyyymmddnnnnn nnnnnnnn s note...
      *        - apply the payment to card position nnnnnnnn/s.
      *          The position must be on CARDMAS, not closed, and
      *          have a CARDBAL balance row. A PAYMENT ledger row
      *          is written with source SUSPENSE and the clerk's
      *          user id in LG-POSTED-BY, the balance moves, and
      *          the item closes APPLIED.
      *   PSUS RTN yyyymmddnnnnn note...
      *        - mark the payment for return to the payer; treasury
      *          sends the money back off the RETURN items.
      *
      * Every APL and RTN stamps the clerk's user id, the date, the
      * time and the note on the item, and the before and after
      * images go on the CHGJRNL change journal under the account
      * the money went to (the account quoted, for a return) - an
      * apply to the wrong card can always be traced to the person
      * who keyed it. A closed item is never reopened: a mistaken
      * apply is put right by an ADJUST, not by unwinding history.
      *
      * Four-digit accounts are accepted and zero-padded, the same
      * compatibility window every terminal parser honors.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPAYSUS.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * PAYSUSP, CARDMAS, CARDBAL and CARDLDG are CICS-owned VSAM
      * files (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY PAYSUSP.

           COPY CARDMAS.

           COPY CARDBAL.

           COPY CARDLDG.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 ITEM-ID-IN.
           3 ITEM-DATE-IN        PIC X(8).
           3 ITEM-SEQ-IN         PIC X(5).
         2 FILLER                PIC X(1).
         2 APPLY-ARGUMENTS.
           3 ACCOUNT-IN          PIC X(8).
           3 FILLER              PIC X(1).
           3 SEQ-IN              PIC X(1).
           3 FILLER              PIC X(1).
           3 NOTE-IN             PIC X(30).
         2 RETURN-ARGUMENTS REDEFINES APPLY-ARGUMENTS.
           3 RETURN-NOTE-IN      PIC X(30).
           3 FILLER              PIC X(11).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 64.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.

       1 PAYSUSP-RESP            PIC S9(8) COMP.
       1 CARDMAS-RESP            PIC S9(8) COMP.
       1 CARDBAL-RESP            PIC S9(8) COMP.
       1 CARDLDG-RESP            PIC S9(8) COMP.

       1 END-OF-SUSPENSE         PIC X(1) VALUE 'N'.
       1 MORE-ITEMS              PIC X(1) VALUE 'N'.
       1 ITEMS-SHOWN             PIC S9(4) COMP VALUE 0.
       1 LINE-NO                 PIC S9(4) COMP VALUE 0.

       1 LIST-SCREEN.
         2 PL-LINE OCCURS 12     PIC X(79).

       1 AMOUNT-DISPLAY          PIC Z(6)9.99.
       1 BALANCE-DISPLAY         PIC Z(6)9.99-.

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
         2 CE-PROGRAM  PIC X(8) VALUE 'CSPAYSUS'.
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

           EXEC CICS RECEIVE INTO     ( READ-INPUT )
                           LENGTH     ( READ-INPUT-LENGTH )
                           NOTRUNCATE
                           RESP       ( COMMAND-RESP )
                           RESP2      ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

      * Compatibility window for the account expansion - a four
      * digit account followed by spaces is zero-padded on the left,
      * the same convention CUSM uses.
           IF ACTION-IN = 'APL'
              AND ACCOUNT-IN(5:4) = SPACES
              AND ACCOUNT-IN(1:4) NOT = SPACES
               MOVE ACCOUNT-IN(1:4) TO ACCT-PAD-TOKEN
               MOVE SPACES TO ACCOUNT-IN
               STRING '0000' ACCT-PAD-TOKEN
                   DELIMITED BY SIZE INTO ACCOUNT-IN
           END-IF

           IF ACTION-IN = 'APL'
              AND SEQ-IN = SPACES
               MOVE '1' TO SEQ-IN
           END-IF

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
                     TIME(CURRENT-TIME)
           END-EXEC

           EXEC CICS ASSIGN USERID(OPERATOR-USER-ID)
           END-EXEC

           MOVE SPACES TO LIST-SCREEN
           MOVE 1 TO LINE-NO

           EVALUATE ACTION-IN
               WHEN 'LST'
                   PERFORM LIST-OPEN-ITEMS
                   PERFORM SEND-LIST-SCREEN
               WHEN 'SHO'
                   PERFORM SHOW-SUSPENSE-ITEM
                   PERFORM SEND-LIST-SCREEN
               WHEN 'APL'
                   PERFORM APPLY-SUSPENSE-ITEM
                   PERFORM SEND-REPORT-LINE
               WHEN 'RTN'
                   PERFORM RETURN-SUSPENSE-ITEM
                   PERFORM SEND-REPORT-LINE
               WHEN OTHER
                   MOVE 'PSUS: UNKNOWN ACTION - LST/SHO/APL/RTN'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .

      ******************************************************************
      * LST - the OPEN items from the date given, one line each. The
      * screen holds ten; when there are more the last line says so,
      * and the clerk re-enters from the last date shown.
      ******************************************************************
       LIST-OPEN-ITEMS.
           MOVE 'N' TO END-OF-SUSPENSE
           MOVE SPACES TO PL-LINE (1)

           IF ITEM-DATE-IN IS NUMERIC
               MOVE ITEM-DATE-IN TO PS-SUSPENSE-DATE
               STRING 'OPEN PAYMENT SUSPENSE FROM ' ITEM-DATE-IN
                   DELIMITED BY SIZE INTO PL-LINE (1)
           ELSE
               MOVE LOW-VALUES TO PS-SUSPENSE-DATE
               MOVE 'OPEN PAYMENT SUSPENSE' TO PL-LINE (1)
           END-IF
           MOVE 0 TO PS-SUSPENSE-SEQ

           EXEC CICS STARTBR FILE ('PAYSUSP')
                             RIDFLD (PS-SUSPENSE-KEY)
                             GTEQ
                             RESP   (PAYSUSP-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PAYSUSP-RESP = DFHRESP(NORMAL)
               PERFORM LIST-ONE-SUSPENSE-ITEM
                   UNTIL END-OF-SUSPENSE = 'Y'

               EXEC CICS ENDBR FILE ('PAYSUSP')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF PAYSUSP-RESP NOT = DFHRESP(NOTFND)
                   MOVE PAYSUSP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           IF MORE-ITEMS = 'Y'
               MOVE 'MORE FOLLOW - RE-ENTER LST FROM THE LAST DATE'
                   TO PL-LINE (12)
           END-IF
           .

       LIST-ONE-SUSPENSE-ITEM.
           EXEC CICS READNEXT FILE ('PAYSUSP')
                              INTO  (PAYSUSP-RECORD)
                              RIDFLD(PS-SUSPENSE-KEY)
                              RESP  (PAYSUSP-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF PAYSUSP-RESP = DFHRESP(NORMAL)
               IF PS-IS-OPEN
                   IF LINE-NO < 11
                       PERFORM PLACE-ONE-ITEM-LINE
                   ELSE
                       MOVE 'Y' TO MORE-ITEMS
                       MOVE 'Y' TO END-OF-SUSPENSE
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-SUSPENSE
               IF PAYSUSP-RESP NOT = DFHRESP(ENDFILE)
                   MOVE PAYSUSP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * One line per item: its id, why it stuck, how it came in,
      * the amount and whatever the payer quoted.
       PLACE-ONE-ITEM-LINE.
           ADD 1 TO LINE-NO
           ADD 1 TO ITEMS-SHOWN
           MOVE PS-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO PL-LINE (LINE-NO)
           STRING PS-SUSPENSE-DATE PS-SUSPENSE-SEQ
                  ' ' PS-REASON ' ' PS-CHANNEL
                  ' ' AMOUNT-DISPLAY
                  ' ' PS-CARD-NUMBER ' ' PS-ACCOUNT-NO
               DELIMITED BY SIZE INTO PL-LINE (LINE-NO)
           .

      ******************************************************************
      * SHO - one item in full.
      ******************************************************************
       SHOW-SUSPENSE-ITEM.
           PERFORM READ-SUSPENSE-ITEM

           IF PAYSUSP-RESP = DFHRESP(NORMAL)
               MOVE 1 TO ITEMS-SHOWN
               MOVE PS-AMOUNT TO AMOUNT-DISPLAY
               STRING 'SUSPENSE ITEM ' PS-SUSPENSE-DATE
                      PS-SUSPENSE-SEQ '  ' PS-STATUS
                      '  REASON ' PS-REASON
                   DELIMITED BY SIZE INTO PL-LINE (1)
               STRING 'BANK PAYMENT ' PS-PAYMENT-ID
                      '  ' PS-CHANNEL
                      '  VALUE DATE ' PS-VALUE-DATE
                   DELIMITED BY SIZE INTO PL-LINE (3)
               STRING 'AMOUNT ' AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO PL-LINE (4)
               STRING 'CARD QUOTED ' PS-CARD-NUMBER
                      '  ACCOUNT QUOTED ' PS-ACCOUNT-NO
                   DELIMITED BY SIZE INTO PL-LINE (5)
               STRING 'PAYER ' PS-PAYER-NAME
                      '  REF ' PS-PAYER-REFERENCE
                   DELIMITED BY SIZE INTO PL-LINE (6)
               IF PS-MATCHED-CUST-NO NOT = SPACES
                   STRING 'CARD POSITION ' PS-MATCHED-CUST-NO
                          ' ' PS-MATCHED-APPL-SEQ-NO
                       DELIMITED BY SIZE INTO PL-LINE (7)
               END-IF
               IF PS-ACTIONED-BY NOT = SPACES
                   STRING 'ACTIONED BY ' PS-ACTIONED-BY
                          ' ON ' PS-ACTIONED-DATE
                          ' AT ' PS-ACTIONED-TIME
                       DELIMITED BY SIZE INTO PL-LINE (9)
                   STRING 'NOTE: ' PS-ACTION-NOTE
                       DELIMITED BY SIZE INTO PL-LINE (10)
               END-IF
           ELSE
               STRING 'PSUS: NO SUSPENSE ITEM ' ITEM-ID-IN
                   DELIMITED BY SIZE INTO PL-LINE (1)
               MOVE 1 TO ITEMS-SHOWN
           END-IF
           .

       READ-SUSPENSE-ITEM.
           MOVE ITEM-DATE-IN TO PS-SUSPENSE-DATE

           IF ITEM-SEQ-IN IS NUMERIC
               MOVE ITEM-SEQ-IN TO PS-SUSPENSE-SEQ

               EXEC CICS READ FILE ('PAYSUSP')
                               INTO   (PAYSUSP-RECORD)
                               RIDFLD (PS-SUSPENSE-KEY)
                               RESP   (PAYSUSP-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               IF PAYSUSP-RESP NOT = DFHRESP(NORMAL)
                  AND PAYSUSP-RESP NOT = DFHRESP(NOTFND)
                   MOVE PAYSUSP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               MOVE DFHRESP(NOTFND) TO PAYSUSP-RESP
           END-IF
           .

       READ-SUSPENSE-ITEM-FOR-UPDATE.
           MOVE ITEM-DATE-IN TO PS-SUSPENSE-DATE

           IF ITEM-SEQ-IN IS NUMERIC
               MOVE ITEM-SEQ-IN TO PS-SUSPENSE-SEQ

               EXEC CICS READ FILE ('PAYSUSP')
                               INTO   (PAYSUSP-RECORD)
                               RIDFLD (PS-SUSPENSE-KEY)
                               UPDATE
                               RESP   (PAYSUSP-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               IF PAYSUSP-RESP NOT = DFHRESP(NORMAL)
                  AND PAYSUSP-RESP NOT = DFHRESP(NOTFND)
                   MOVE PAYSUSP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               MOVE DFHRESP(NOTFND) TO PAYSUSP-RESP
           END-IF
           .

      ******************************************************************
      * APL - put the payment on the card position the clerk names.
      * The balance row is held for update before the ledger row is
      * written, and the ledger row goes first - the same order the
      * CSPOSTNG run keeps, so the balance never holds an amount the
      * ledger cannot explain.
      ******************************************************************
       APPLY-SUSPENSE-ITEM.
           PERFORM READ-SUSPENSE-ITEM-FOR-UPDATE

           EVALUATE TRUE
               WHEN PAYSUSP-RESP NOT = DFHRESP(NORMAL)
                   STRING 'PSUS: NO SUSPENSE ITEM ' ITEM-ID-IN
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN NOT PS-IS-OPEN
                   STRING 'PSUS: ITEM ' ITEM-ID-IN ' IS ALREADY '
                          PS-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN SEQ-IN IS NOT NUMERIC
                   MOVE 'PSUS: APL NEEDS AN ACCOUNT AND APPLICANT SEQ'
                       TO REPORT-LINE
               WHEN NOTE-IN = SPACES
                   MOVE 'PSUS: APL NEEDS A NOTE SAYING WHY'
                       TO REPORT-LINE
               WHEN OTHER
                   PERFORM CHECK-APPLY-POSITION
                   IF REPORT-LINE = SPACES
                       PERFORM POST-SUSPENSE-PAYMENT
                   END-IF
           END-EVALUATE

      * A refused apply leaves the item exactly as it was.
           IF PAYSUSP-RESP = DFHRESP(NORMAL)
              AND PS-IS-OPEN
               EXEC CICS UNLOCK FILE ('PAYSUSP')
                                RESP (COMMAND-RESP)
                                RESP2(COMMAND-RESP2)
               END-EXEC
           END-IF
           .

       CHECK-APPLY-POSITION.
           MOVE ACCOUNT-IN TO CD-CUST-NO
           MOVE SEQ-IN     TO CD-APPL-SEQ-NO

           EXEC CICS READ FILE ('CARDMAS')
                           INTO   (CARDMAS-RECORD)
                           RIDFLD (CD-CARD-KEY)
                           RESP   (CARDMAS-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN CARDMAS-RESP NOT = DFHRESP(NORMAL)
                   STRING 'PSUS: NO CARD ON FILE FOR ' ACCOUNT-IN
                          ' ' SEQ-IN
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN CD-PRODUCTION-STATUS = 'CLOSED  '
                   STRING 'PSUS: CARD ' ACCOUNT-IN ' ' SEQ-IN
                          ' IS CLOSED - RETURN THE PAYMENT INSTEAD'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   MOVE ACCOUNT-IN TO CB-CUST-NO
                   MOVE SEQ-IN     TO CB-APPL-SEQ-NO

                   EXEC CICS READ FILE ('CARDBAL')
                                   INTO   (CARDBAL-RECORD)
                                   RIDFLD (CB-CARD-KEY)
                                   UPDATE
                                   RESP   (CARDBAL-RESP)
                                   RESP2  (COMMAND-RESP2)
                   END-EXEC

                   IF CARDBAL-RESP NOT = DFHRESP(NORMAL)
                       STRING 'PSUS: NO BALANCE ON FILE FOR '
                              ACCOUNT-IN ' ' SEQ-IN
                           DELIMITED BY SIZE INTO REPORT-LINE
                       IF CARDBAL-RESP NOT = DFHRESP(NOTFND)
                           MOVE CARDBAL-RESP TO COMMAND-RESP
                           PERFORM LOG-CICS-ERROR
                       END-IF
                   END-IF
           END-EVALUATE
           .

       POST-SUSPENSE-PAYMENT.
           IF CB-LAST-POST-DATE = CURRENT-DATE
               ADD 1 TO CB-LAST-POST-SEQ
           ELSE
               MOVE 1 TO CB-LAST-POST-SEQ
           END-IF
           MOVE CURRENT-DATE TO CB-LAST-POST-DATE
           SUBTRACT PS-AMOUNT FROM CB-CURRENT-BALANCE

           MOVE SPACES             TO CARDLDG-RECORD
           MOVE CB-CUST-NO         TO LG-CUST-NO
           MOVE CB-APPL-SEQ-NO     TO LG-APPL-SEQ-NO
           MOVE CURRENT-DATE       TO LG-POST-DATE
           MOVE CB-LAST-POST-SEQ   TO LG-POST-SEQ
           MOVE 'PAYMENT '         TO LG-TRAN-TYPE
           MOVE 'C'                TO LG-DEBIT-CREDIT
           MOVE PS-AMOUNT          TO LG-AMOUNT
           MOVE PS-VALUE-DATE      TO LG-TRAN-DATE
           MOVE CD-CARD-NUMBER     TO LG-CARD-NUMBER
           MOVE 'SUSPENSE'         TO LG-SOURCE
           MOVE PS-PAYMENT-ID      TO LG-REFERENCE
           STRING 'PAYMENT - ' PS-CHANNEL
               DELIMITED BY SIZE INTO LG-DESCRIPTION
           MOVE CB-CURRENT-BALANCE TO LG-BALANCE-AFTER
           MOVE OPERATOR-USER-ID   TO LG-POSTED-BY

           EXEC CICS WRITE FILE ('CARDLDG')
                           FROM   (CARDLDG-RECORD)
                           RIDFLD (LG-LEDGER-KEY)
                           RESP   (CARDLDG-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDLDG-RESP NOT = DFHRESP(NORMAL)
               MOVE CARDLDG-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               EXEC CICS UNLOCK FILE ('CARDBAL')
                                RESP (COMMAND-RESP)
                                RESP2(COMMAND-RESP2)
               END-EXEC
               STRING 'PSUS: LEDGER WRITE FAILED FOR ' ACCOUNT-IN
                      ' ' SEQ-IN ' - NOTHING APPLIED, TRY AGAIN'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               EXEC CICS REWRITE FILE ('CARDBAL')
                                 FROM (CARDBAL-RECORD)
                                 RESP  (COMMAND-RESP)
                                 RESP2 (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR

               MOVE PAYSUSP-RECORD TO JRNL-BEFORE-IMAGE
               MOVE 'APPLIED '     TO PS-STATUS
               MOVE CB-CUST-NO     TO PS-MATCHED-CUST-NO
               MOVE CB-APPL-SEQ-NO TO PS-MATCHED-APPL-SEQ-NO
               MOVE NOTE-IN        TO PS-ACTION-NOTE
               PERFORM STAMP-AND-REWRITE-ITEM

               MOVE CB-CURRENT-BALANCE TO BALANCE-DISPLAY
               MOVE PS-AMOUNT          TO AMOUNT-DISPLAY
               STRING 'PSUS: ' AMOUNT-DISPLAY ' APPLIED TO '
                      ACCOUNT-IN ' ' SEQ-IN
                      ' - BALANCE NOW ' BALANCE-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

      ******************************************************************
      * RTN - the payment goes back to whoever sent it.
      ******************************************************************
       RETURN-SUSPENSE-ITEM.
           PERFORM READ-SUSPENSE-ITEM-FOR-UPDATE

           EVALUATE TRUE
               WHEN PAYSUSP-RESP NOT = DFHRESP(NORMAL)
                   STRING 'PSUS: NO SUSPENSE ITEM ' ITEM-ID-IN
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN NOT PS-IS-OPEN
                   STRING 'PSUS: ITEM ' ITEM-ID-IN ' IS ALREADY '
                          PS-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   EXEC CICS UNLOCK FILE ('PAYSUSP')
                                    RESP (COMMAND-RESP)
                                    RESP2(COMMAND-RESP2)
                   END-EXEC
               WHEN RETURN-NOTE-IN = SPACES
                   MOVE 'PSUS: RTN NEEDS A NOTE SAYING WHY'
                       TO REPORT-LINE
                   EXEC CICS UNLOCK FILE ('PAYSUSP')
                                    RESP (COMMAND-RESP)
                                    RESP2(COMMAND-RESP2)
                   END-EXEC
               WHEN OTHER
                   MOVE PAYSUSP-RECORD TO JRNL-BEFORE-IMAGE
                   MOVE 'RETURN  '     TO PS-STATUS
                   MOVE RETURN-NOTE-IN TO PS-ACTION-NOTE
                   PERFORM STAMP-AND-REWRITE-ITEM

                   MOVE PS-AMOUNT TO AMOUNT-DISPLAY
                   STRING 'PSUS: ' AMOUNT-DISPLAY ' PAYMENT '
                          PS-PAYMENT-ID ' MARKED FOR RETURN'
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           .

      * The audit stamp - who closed the item, when, and why - on
      * the item itself and on the change journal. The journal is
      * filed under the account the money went to, or the account
      * the payer quoted when it is going back.
       STAMP-AND-REWRITE-ITEM.
           MOVE OPERATOR-USER-ID TO PS-ACTIONED-BY
           MOVE CURRENT-DATE     TO PS-ACTIONED-DATE
           MOVE CURRENT-TIME     TO PS-ACTIONED-TIME

           EXEC CICS REWRITE FILE ('PAYSUSP')
                             FROM (PAYSUSP-RECORD)
                             RESP  (COMMAND-RESP)
                             RESP2 (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE SPACES         TO JRNL-AFTER-IMAGE
           MOVE PAYSUSP-RECORD TO JRNL-AFTER-IMAGE
           IF PS-IS-APPLIED
               MOVE PS-MATCHED-CUST-NO TO JRNL-ACCOUNT
           ELSE
               MOVE PS-ACCOUNT-NO      TO JRNL-ACCOUNT
           END-IF
           MOVE 'PAYSUSP '     TO JRNL-FILE-NAME
           PERFORM WRITE-CHANGE-JOURNAL
           .

       SEND-LIST-SCREEN.
           IF ITEMS-SHOWN = 0
               MOVE 'NO OPEN SUSPENSE ITEMS' TO PL-LINE (2)
           END-IF

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

       END PROGRAM 'CSPAYSUS'.
