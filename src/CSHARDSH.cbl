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
      *  CSHARDSH
      *
      * Hardship and forbearance arrangement transaction (run as
      * HARD). A cardholder who has lost their job used to be able
      * to miss payments only until CSCOLLEX handed them off; this
      * is where a servicing agent agrees a hardship arrangement for
      * one of their cards instead (see copy/HARDSHIP.cpy). A
      * single input line drives one of three actions:
      *
      *   HARD SHO nnnnnnnn [s]
      *        - every arrangement account nnnnnnnn (or just card
      *          position s) has had, newest last: its term, status,
      *          agreed payment and interest treatment, and the due
      *          date it fell short on, if it did.
      *   HARD OPN nnnnnnnn s payment interest end [start]
      *        - set up an arrangement on card position s: the
      *          reduced payment the cardholder will make each due
      *          date (e.g. 25 or 25.50), the interest treatment -
      *          FRZ to freeze it, or a reduced APR (e.g. 4.9) - and
      *          the end date, YYYYMMDD. It starts today unless a
      *          later start date is given.
      *   HARD END nnnnnnnn s
      *        - end card position s's ACTIVE arrangement early,
      *          once the cardholder is back on their feet. Normal
      *          terms apply again from tomorrow.
      *
      * An arrangement needs a card on file that is not closed, no
      * other ACTIVE arrangement on the position, a payment above
      * nothing, and a term of no more than CP-HARDSHIP-MAX-MONTHS
      * months. While it is in force the nightly runs suppress late
      * fees, missed-payment counts and the collections handoff,
      * charge the agreed interest, and the bureau is told FORBEAR -
      * see copy/HARDSHIP.cpy; the CSHRDCHK run breaks it if the
      * agreed payment is not made. Every set-up and early end puts
      * the before and after HARDSHIP images on the CHGJRNL change
      * journal under the account.
      *
      * Four-digit accounts are accepted and zero-padded, the same
      * compatibility window every terminal parser honors.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSHARDSH.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * HARDSHIP, CARDMAS and CTLPARM are CICS-owned VSAM files
      * (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY HARDSHIP.

           COPY CARDMAS.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 INPUT-ARGUMENTS       PIC X(50).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 59.
       1 ACCOUNT-IN              PIC X(8) VALUE SPACES.
       1 APPL-SEQ-RAW            PIC X(1) VALUE SPACES.
       1 APPL-SEQ-NO             PIC 9(1) VALUE 1.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.
       1 PAYMENT-RAW             PIC X(10) VALUE SPACES.
       1 PAYMENT-LENGTH          PIC S9(4) COMP VALUE 0.
       1 INTEREST-RAW            PIC X(10) VALUE SPACES.
       1 INTEREST-LENGTH         PIC S9(4) COMP VALUE 0.
       1 END-DATE-IN             PIC X(8) VALUE SPACES.
       1 START-DATE-IN           PIC X(8) VALUE SPACES.

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

      * The arrangement being set up.
       1 ARRANGED-PAYMENT        PIC 9(7)V99 VALUE 0.
       1 ARRANGED-TREATMENT      PIC X(1) VALUE SPACES.
       1 ARRANGED-APR            PIC 9(2)V99 VALUE 0.
       1 ARRANGED-START          PIC X(8) VALUE SPACES.

      * Date checking - a keyed date is taken apart to check it is
      * a real month and day, and the term counted in months.
       1 DATE-CHECK-X            PIC X(8) VALUE SPACES.
       1 DATE-CHECK-NUM REDEFINES DATE-CHECK-X PIC 9(8).
       1 DATE-CHECK-PARTS REDEFINES DATE-CHECK-X.
         2 DATE-CHECK-YEAR       PIC 9(4).
         2 DATE-CHECK-MONTH      PIC 9(2).
         2 DATE-CHECK-DAY        PIC 9(2).
       1 DATE-CHECK-OK           PIC X(1) VALUE 'N'.
       1 START-MONTH-COUNT       PIC 9(6) VALUE 0.
       1 END-MONTH-COUNT         PIC 9(6) VALUE 0.
       1 TERM-MONTHS             PIC S9(6) VALUE 0.

      * Arrangement terms - CTLPARM's where set, else these.
       1 HARDSHIP-MAX-MONTHS     PIC 9(2) VALUE 12.

       1 HARDSHIP-RESP           PIC S9(8) COMP.
       1 CARDMAS-RESP            PIC S9(8) COMP.
       1 CTLPARM-RESP            PIC S9(8) COMP.
       1 END-OF-ARRANGEMENTS     PIC X(1) VALUE 'N'.
       1 ACTIVE-FOUND            PIC X(1) VALUE 'N'.
       1 ACTIVE-KEY              PIC X(17) VALUE SPACES.
       1 ARRANGEMENTS-SHOWN      PIC S9(4) COMP VALUE 0.

       1 LIST-SCREEN.
         2 HL-LINE OCCURS 14     PIC X(79).
       1 LINE-NO                 PIC S9(4) COMP VALUE 0.

       1 AMOUNT-DISPLAY          PIC Z(6)9.99.
       1 APR-DISPLAY             PIC Z9.99.
       1 MONTHS-DISPLAY          PIC Z9.
       1 INTEREST-WORDING        PIC X(9) VALUE SPACES.

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
         2 CE-PROGRAM  PIC X(8) VALUE 'CSHARDSH'.
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

           MOVE 0 TO PAYMENT-LENGTH
           MOVE 0 TO INTEREST-LENGTH
           UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
               INTO ACCOUNT-IN APPL-SEQ-RAW
                    PAYMENT-RAW COUNT IN PAYMENT-LENGTH
                    INTEREST-RAW COUNT IN INTEREST-LENGTH
                    END-DATE-IN START-DATE-IN
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

           MOVE SPACES TO LIST-SCREEN

           EVALUATE ACTION-IN
               WHEN 'SHO'
                   PERFORM SHOW-ARRANGEMENTS
                   PERFORM SEND-LIST-SCREEN
               WHEN 'OPN'
                   PERFORM READ-CONTROL-PARAMETERS
                   PERFORM OPEN-ARRANGEMENT
                   PERFORM SEND-REPORT-LINE
               WHEN 'END'
                   PERFORM END-ARRANGEMENT
                   PERFORM SEND-REPORT-LINE
               WHEN OTHER
                   MOVE 'HARD: UNKNOWN ACTION - SHO/OPN/END'
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
               IF CP-HARDSHIP-MAX-MONTHS IS NUMERIC
                  AND CP-HARDSHIP-MAX-MONTHS > 0
                   MOVE CP-HARDSHIP-MAX-MONTHS TO HARDSHIP-MAX-MONTHS
               END-IF
           END-IF

           IF CTLPARM-RESP NOT = DFHRESP(NORMAL)
              AND CTLPARM-RESP NOT = DFHRESP(NOTFND)
               MOVE CTLPARM-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

      ******************************************************************
      * SHO - the account's arrangements, oldest first within each
      * card position, as many as the screen holds.
      ******************************************************************
       SHOW-ARRANGEMENTS.
           STRING 'HARDSHIP ARRANGEMENTS ' ACCOUNT-IN
               DELIMITED BY SIZE INTO HL-LINE (1)
           MOVE 'SQ START    END       STATUS   PAYMENT    INTEREST'
               TO HL-LINE (2)
           MOVE 2 TO LINE-NO
           MOVE 0 TO ARRANGEMENTS-SHOWN

           PERFORM START-ARRANGEMENT-BROWSE

           IF HARDSHIP-RESP = DFHRESP(NORMAL)
               PERFORM SHOW-ONE-ARRANGEMENT
                   UNTIL END-OF-ARRANGEMENTS = 'Y'
               PERFORM END-ARRANGEMENT-BROWSE
           END-IF

           IF ARRANGEMENTS-SHOWN = 0
               STRING 'HARD: NO ARRANGEMENTS ON FILE FOR ' ACCOUNT-IN
                   DELIMITED BY SIZE INTO HL-LINE (4)
           END-IF
           .

       SHOW-ONE-ARRANGEMENT.
           PERFORM READ-NEXT-ARRANGEMENT

           IF END-OF-ARRANGEMENTS = 'N'
              AND (APPL-SEQ-RAW = SPACE
                   OR HA-APPL-SEQ-NO = APPL-SEQ-NO)
               IF LINE-NO < 14
                   ADD 1 TO LINE-NO
                   ADD 1 TO ARRANGEMENTS-SHOWN
                   PERFORM WORD-INTEREST-TREATMENT
                   MOVE HA-REDUCED-PAYMENT TO AMOUNT-DISPLAY
                   STRING HA-APPL-SEQ-NO '  ' HA-START-DATE ' '
                          HA-END-DATE '  ' HA-STATUS ' '
                          AMOUNT-DISPLAY ' ' INTEREST-WORDING
                       DELIMITED BY SIZE INTO HL-LINE (LINE-NO)
                   IF HA-SHORTFALL-DATE NOT = SPACES
                      AND LINE-NO < 14
                       ADD 1 TO LINE-NO
                       MOVE HA-SHORTFALL-AMOUNT TO AMOUNT-DISPLAY
                       STRING '   SHORT ' AMOUNT-DISPLAY
                              ' ON DUE DATE ' HA-SHORTFALL-DATE
                           DELIMITED BY SIZE INTO HL-LINE (LINE-NO)
                   END-IF
               ELSE
                   MOVE 'Y' TO END-OF-ARRANGEMENTS
               END-IF
           END-IF
           .

       WORD-INTEREST-TREATMENT.
           MOVE SPACES TO INTEREST-WORDING
           IF HA-INTEREST-FROZEN
               MOVE 'FROZEN' TO INTEREST-WORDING
           ELSE
               MOVE HA-REDUCED-APR TO APR-DISPLAY
               STRING APR-DISPLAY '% APR'
                   DELIMITED BY SIZE INTO INTEREST-WORDING
           END-IF
           .

      ******************************************************************
      * OPN - edit the terms, check the card and that nothing else
      * is in force on it, then write the arrangement.
      ******************************************************************
       OPEN-ARRANGEMENT.
           PERFORM EDIT-ARRANGEMENT-TERMS

           IF REPORT-LINE = SPACES
               PERFORM CHECK-ARRANGEMENT-CARD
           END-IF

           IF REPORT-LINE = SPACES
               PERFORM FIND-ACTIVE-ARRANGEMENT
               IF ACTIVE-FOUND = 'Y'
                   STRING 'HARD: CARD ' ACCOUNT-IN ' ' APPL-SEQ-NO
                          ' ALREADY HAS AN ACTIVE ARRANGEMENT FROM '
                          ACTIVE-KEY(10:8)
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF

           IF REPORT-LINE = SPACES
               PERFORM WRITE-ARRANGEMENT
           END-IF
           .

       EDIT-ARRANGEMENT-TERMS.
           MOVE PAYMENT-RAW    TO DECIMAL-TOKEN
           MOVE PAYMENT-LENGTH TO DECIMAL-LENGTH
           PERFORM EDIT-DECIMAL-TOKEN
           MOVE DECIMAL-VALUE  TO ARRANGED-PAYMENT

           EVALUATE TRUE
               WHEN APPL-SEQ-RAW = SPACES
               OR END-DATE-IN = SPACES
                   MOVE 'HARD: OPN NEEDS ACCT SEQ PAYMENT FRZ/APR END'
                       TO REPORT-LINE
               WHEN DECIMAL-OK = 'N'
               OR ARRANGED-PAYMENT = 0
                   MOVE 'HARD: REDUCED PAYMENT MUST BE ABOVE NOTHING'
                       TO REPORT-LINE
               WHEN OTHER
                   PERFORM EDIT-INTEREST-TREATMENT
           END-EVALUATE

           IF REPORT-LINE = SPACES
               PERFORM EDIT-ARRANGEMENT-DATES
           END-IF
           .

      * FRZ freezes interest; an APR reduces it, and a reduced APR of
      * nothing is a freeze by another name.
       EDIT-INTEREST-TREATMENT.
           IF INTEREST-RAW = 'FRZ'
               MOVE 'F' TO ARRANGED-TREATMENT
               MOVE 0   TO ARRANGED-APR
           ELSE
               MOVE INTEREST-RAW    TO DECIMAL-TOKEN
               MOVE INTEREST-LENGTH TO DECIMAL-LENGTH
               PERFORM EDIT-DECIMAL-TOKEN
               IF DECIMAL-OK = 'N' OR DECIMAL-VALUE > 99.99
                   MOVE 'HARD: INTEREST MUST BE FRZ OR A REDUCED APR'
                       TO REPORT-LINE
               ELSE
                   MOVE DECIMAL-VALUE TO ARRANGED-APR
                   IF ARRANGED-APR = 0
                       MOVE 'F' TO ARRANGED-TREATMENT
                   ELSE
                       MOVE 'R' TO ARRANGED-TREATMENT
                   END-IF
               END-IF
           END-IF
           .

       EDIT-ARRANGEMENT-DATES.
           IF START-DATE-IN = SPACES
               MOVE CURRENT-DATE TO ARRANGED-START
           ELSE
               MOVE START-DATE-IN TO ARRANGED-START
           END-IF

           MOVE ARRANGED-START TO DATE-CHECK-X
           PERFORM CHECK-ONE-DATE
           IF DATE-CHECK-OK = 'Y'
               COMPUTE START-MONTH-COUNT =
                   DATE-CHECK-YEAR * 12 + DATE-CHECK-MONTH
               MOVE END-DATE-IN TO DATE-CHECK-X
               PERFORM CHECK-ONE-DATE
           END-IF
           IF DATE-CHECK-OK = 'Y'
               COMPUTE END-MONTH-COUNT =
                   DATE-CHECK-YEAR * 12 + DATE-CHECK-MONTH
               COMPUTE TERM-MONTHS = END-MONTH-COUNT - START-MONTH-COUNT
               IF END-DATE-IN(7:2) > ARRANGED-START(7:2)
                   ADD 1 TO TERM-MONTHS
               END-IF
           END-IF

           MOVE HARDSHIP-MAX-MONTHS TO MONTHS-DISPLAY

           EVALUATE TRUE
               WHEN DATE-CHECK-OK = 'N'
                   MOVE 'HARD: START AND END DATES MUST BE YYYYMMDD'
                       TO REPORT-LINE
               WHEN ARRANGED-START < CURRENT-DATE
                   MOVE 'HARD: AN ARRANGEMENT CANNOT START IN THE PAST'
                       TO REPORT-LINE
               WHEN END-DATE-IN NOT > ARRANGED-START
                   MOVE 'HARD: THE END DATE MUST BE AFTER THE START'
                       TO REPORT-LINE
               WHEN TERM-MONTHS > HARDSHIP-MAX-MONTHS
                   STRING 'HARD: AN ARRANGEMENT RUNS FOR AT MOST '
                          MONTHS-DISPLAY ' MONTHS'
                       DELIMITED BY SIZE INTO REPORT-LINE
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

       CHECK-ARRANGEMENT-CARD.
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
                   STRING 'HARD: NO CARD ON FILE FOR ' ACCOUNT-IN
                          ' ' APPL-SEQ-NO
                       DELIMITED BY SIZE INTO REPORT-LINE
                   IF CARDMAS-RESP NOT = DFHRESP(NOTFND)
                       MOVE CARDMAS-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN CD-PRODUCTION-STATUS = 'CLOSED  '
                   STRING 'HARD: CARD ' ACCOUNT-IN ' ' APPL-SEQ-NO
                          ' IS CLOSED - NO ARRANGEMENT CAN BE MADE'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       WRITE-ARRANGEMENT.
           MOVE SPACES             TO HARDSHIP-RECORD
           MOVE ACCOUNT-IN         TO HA-CUST-NO
           MOVE APPL-SEQ-NO        TO HA-APPL-SEQ-NO
           MOVE ARRANGED-START     TO HA-START-DATE
           MOVE END-DATE-IN        TO HA-END-DATE
           MOVE 'ACTIVE  '         TO HA-STATUS
           MOVE ARRANGED-PAYMENT   TO HA-REDUCED-PAYMENT
           MOVE ARRANGED-TREATMENT TO HA-INTEREST-TREATMENT
           MOVE ARRANGED-APR       TO HA-REDUCED-APR
           MOVE OPERATOR-USER-ID   TO HA-SET-UP-BY
           MOVE CURRENT-DATE       TO HA-SET-UP-DATE
           MOVE 0                  TO HA-DUE-DATES-MET
           MOVE 0                  TO HA-SHORTFALL-AMOUNT

           EXEC CICS WRITE FILE ('HARDSHIP')
                           FROM   (HARDSHIP-RECORD)
                           RIDFLD (HA-ARRANGEMENT-KEY)
                           RESP   (HARDSHIP-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN HARDSHIP-RESP = DFHRESP(NORMAL)
                   MOVE SPACES          TO JRNL-BEFORE-IMAGE
                   MOVE SPACES          TO JRNL-AFTER-IMAGE
                   MOVE HARDSHIP-RECORD TO JRNL-AFTER-IMAGE
                   MOVE HA-CUST-NO      TO JRNL-ACCOUNT
                   MOVE 'HARDSHIP'      TO JRNL-FILE-NAME
                   PERFORM WRITE-CHANGE-JOURNAL

                   MOVE HA-REDUCED-PAYMENT TO AMOUNT-DISPLAY
                   STRING 'HARD: ' ACCOUNT-IN ' ' APPL-SEQ-NO
                          ' PAYS ' AMOUNT-DISPLAY ' FROM '
                          HA-START-DATE ' TO ' HA-END-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN HARDSHIP-RESP = DFHRESP(DUPREC)
                   STRING 'HARD: AN ARRANGEMENT ALREADY STARTS ON '
                          ARRANGED-START ' FOR THIS CARD'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   MOVE HARDSHIP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
                   MOVE 'HARD: ARRANGEMENT NOT SAVED - TRY AGAIN'
                       TO REPORT-LINE
           END-EVALUATE
           .

      ******************************************************************
      * END - the position's ACTIVE arrangement ends today, at the
      * cardholder's request.
      ******************************************************************
       END-ARRANGEMENT.
           IF APPL-SEQ-RAW = SPACES
               MOVE 'HARD: END NEEDS AN ACCOUNT AND APPLICANT SEQ'
                   TO REPORT-LINE
           ELSE
               PERFORM FIND-ACTIVE-ARRANGEMENT
               IF ACTIVE-FOUND = 'N'
                   STRING 'HARD: NO ACTIVE ARRANGEMENT ON CARD '
                          ACCOUNT-IN ' ' APPL-SEQ-NO
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   PERFORM CLOSE-ACTIVE-ARRANGEMENT
               END-IF
           END-IF
           .

       CLOSE-ACTIVE-ARRANGEMENT.
           MOVE ACTIVE-KEY TO HA-ARRANGEMENT-KEY

           EXEC CICS READ FILE ('HARDSHIP')
                           INTO   (HARDSHIP-RECORD)
                           RIDFLD (HA-ARRANGEMENT-KEY)
                           UPDATE
                           RESP   (HARDSHIP-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF HARDSHIP-RESP NOT = DFHRESP(NORMAL)
               MOVE HARDSHIP-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               MOVE 'HARD: ARRANGEMENT NOT ENDED - TRY AGAIN'
                   TO REPORT-LINE
           ELSE
               MOVE SPACES          TO JRNL-BEFORE-IMAGE
               MOVE HARDSHIP-RECORD TO JRNL-BEFORE-IMAGE

               MOVE 'ENDED   '       TO HA-STATUS
               MOVE CURRENT-DATE     TO HA-CLOSED-DATE
               MOVE OPERATOR-USER-ID TO HA-CLOSED-BY

               EXEC CICS REWRITE FILE ('HARDSHIP')
                                 FROM (HARDSHIP-RECORD)
                                 RESP  (COMMAND-RESP)
                                 RESP2 (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR

               MOVE SPACES          TO JRNL-AFTER-IMAGE
               MOVE HARDSHIP-RECORD TO JRNL-AFTER-IMAGE
               MOVE HA-CUST-NO      TO JRNL-ACCOUNT
               MOVE 'HARDSHIP'      TO JRNL-FILE-NAME
               PERFORM WRITE-CHANGE-JOURNAL

               STRING 'HARD: ARRANGEMENT ON ' ACCOUNT-IN ' '
                      APPL-SEQ-NO ' FROM ' HA-START-DATE
                      ' ENDED - NORMAL TERMS APPLY'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

      ******************************************************************
      * The position's ACTIVE arrangement, if it has one - its key is
      * left in ACTIVE-KEY.
      ******************************************************************
       FIND-ACTIVE-ARRANGEMENT.
           MOVE 'N'    TO ACTIVE-FOUND
           MOVE SPACES TO ACTIVE-KEY

           PERFORM START-ARRANGEMENT-BROWSE

           IF HARDSHIP-RESP = DFHRESP(NORMAL)
               PERFORM CHECK-ONE-ARRANGEMENT
                   UNTIL END-OF-ARRANGEMENTS = 'Y'
               PERFORM END-ARRANGEMENT-BROWSE
           END-IF
           .

       CHECK-ONE-ARRANGEMENT.
           PERFORM READ-NEXT-ARRANGEMENT

           IF END-OF-ARRANGEMENTS = 'N'
              AND HA-APPL-SEQ-NO = APPL-SEQ-NO
              AND HA-IS-ACTIVE
               MOVE 'Y'                TO ACTIVE-FOUND
               MOVE HA-ARRANGEMENT-KEY TO ACTIVE-KEY
               MOVE 'Y'                TO END-OF-ARRANGEMENTS
           END-IF
           .

      * Keyed prefix browse on the account - every position's rows.
       START-ARRANGEMENT-BROWSE.
           MOVE 'N'        TO END-OF-ARRANGEMENTS
           MOVE ACCOUNT-IN TO HA-CUST-NO
           MOVE 0          TO HA-APPL-SEQ-NO
           MOVE LOW-VALUES TO HA-START-DATE

           EXEC CICS STARTBR FILE ('HARDSHIP')
                             RIDFLD (HA-ARRANGEMENT-KEY)
                             GTEQ
                             RESP   (HARDSHIP-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF HARDSHIP-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO END-OF-ARRANGEMENTS
               IF HARDSHIP-RESP NOT = DFHRESP(NOTFND)
                   MOVE HARDSHIP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       READ-NEXT-ARRANGEMENT.
           EXEC CICS READNEXT FILE ('HARDSHIP')
                              INTO  (HARDSHIP-RECORD)
                              RIDFLD(HA-ARRANGEMENT-KEY)
                              RESP  (HARDSHIP-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF HARDSHIP-RESP NOT = DFHRESP(NORMAL)
              OR HA-CUST-NO NOT = ACCOUNT-IN
               MOVE 'Y' TO END-OF-ARRANGEMENTS
               IF HARDSHIP-RESP NOT = DFHRESP(ENDFILE)
                  AND HARDSHIP-RESP NOT = DFHRESP(NORMAL)
                   MOVE HARDSHIP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       END-ARRANGEMENT-BROWSE.
           EXEC CICS ENDBR FILE ('HARDSHIP')
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

       END PROGRAM 'CSHARDSH'.
