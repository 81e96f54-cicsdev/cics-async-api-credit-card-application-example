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
      *  CSTPAUTH
      *
      * Third-party authority register maintenance (run as TPAR).
      * Attorneys, deputies and executors ring up to act for
      * cardholders, and nothing told the servicing agent who was
      * entitled to do what. This is where the documents a third
      * party produces are recorded against the account, on the
      * TPAUTH register (see copy/TPAUTH.cpy). A single input line
      * drives one of three actions:
      *
      *   TPAR LST nnnnnnnn
      *        - every party registered on account nnnnnnnn, ended
      *          ones included: party number, authority type,
      *          scope, letter copy, dates, status and name, with the
      *          document seen under each.
      *   TPAR ADD nnnnnnnn type(8) s c from(8) to(8) doctype(8)
      *            docref(20) name(40) line1(30) line2(30)
      *            postcode(10)
      *        - register a party, in fixed columns like CUSM ADD.
      *          type is POA, LPA, DEPUTY, EXECUTOR or CONSENT; s
      *          the scope - V (view only), S (servicing) or F
      *          (full); c Y or N for a copy of every letter (blank
      *          copies for a DEPUTY or EXECUTOR, who run the
      *          cardholder's affairs, and not otherwise). from
      *          defaults to today and a blank to is open-ended.
      *          The document type and reference are what the
      *          authority was proved by, seen today by the operator
      *          keying it. The party number is given out in turn and
      *          shown in the answer.
      *   TPAR END nnnnnnnn pp
      *        - end party pp's authority today (revoked, the
      *          cardholder has died, a deputyship discharged).
      *
      * With a party registered, the operator keys TP=pp on CCLS,
      * CRPL, ACLI, CLCK and CUSM PRF when it is the party asking -
      * each checks the authority covers what is asked through the
      * shared copy/TPAUTHP.cpy fragment and logs it on TPACTLOG
      * (see copy/TPACTLOG.cpy). The party's name and address are
      * protected under the active key like the cardholder's own.
      * Every registration and end puts the before and after TPAUTH
      * images on the CHGJRNL change journal under the account.
      *
      * Four-digit accounts are accepted and zero-padded, the same
      * compatibility window every terminal parser honors.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSTPAUTH.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * TPAUTH, CUSTMAS and CTLPARM are CICS-owned VSAM files
      * (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY TPAUTH.

           COPY CUSTMAS.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 INPUT-ARGUMENTS       PIC X(183).
         2 ADD-ARGUMENTS REDEFINES INPUT-ARGUMENTS.
           3 ADD-ACCOUNT         PIC X(8).
           3 FILLER              PIC X(1).
           3 ADD-TYPE            PIC X(8).
           3 FILLER              PIC X(1).
           3 ADD-SCOPE           PIC X(1).
           3 FILLER              PIC X(1).
           3 ADD-LETTER-COPY     PIC X(1).
           3 FILLER              PIC X(1).
           3 ADD-FROM-DATE       PIC X(8).
           3 FILLER              PIC X(1).
           3 ADD-TO-DATE         PIC X(8).
           3 FILLER              PIC X(1).
           3 ADD-DOC-TYPE        PIC X(8).
           3 FILLER              PIC X(1).
           3 ADD-DOC-REF         PIC X(20).
           3 FILLER              PIC X(1).
           3 ADD-NAME            PIC X(40).
           3 FILLER              PIC X(1).
           3 ADD-LINE-1          PIC X(30).
           3 FILLER              PIC X(1).
           3 ADD-LINE-2          PIC X(30).
           3 FILLER              PIC X(1).
           3 ADD-POSTCODE        PIC X(10).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 192.
       1 ACCOUNT-IN              PIC X(8) VALUE SPACES.
       1 PARTY-RAW               PIC X(2) VALUE SPACES.
       1 PARTY-NO                PIC 9(2) VALUE 0.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.

      * The registration being added.
       1 REGISTER-FROM           PIC X(8) VALUE SPACES.
       1 REGISTER-COPY           PIC X(1) VALUE 'N'.
       1 HIGHEST-PARTY-NO        PIC 9(2) VALUE 0.

      * Date checking - a keyed date is taken apart to check it is
      * a real month and day.
       1 DATE-CHECK-X            PIC X(8) VALUE SPACES.
       1 DATE-CHECK-PARTS REDEFINES DATE-CHECK-X.
         2 DATE-CHECK-YEAR       PIC 9(4).
         2 DATE-CHECK-MONTH      PIC 9(2).
         2 DATE-CHECK-DAY        PIC 9(2).
       1 DATE-CHECK-OK           PIC X(1) VALUE 'N'.

       1 TPAUTH-RESP             PIC S9(8) COMP.
       1 CUSTMAS-RESP            PIC S9(8) COMP.
       1 CTLPARM-RESP            PIC S9(8) COMP.
       1 END-OF-PARTIES          PIC X(1) VALUE 'N'.
       1 PARTIES-SHOWN           PIC S9(4) COMP VALUE 0.

       1 LIST-SCREEN.
         2 TL-LINE OCCURS 14     PIC X(79).
       1 LINE-NO                 PIC S9(4) COMP VALUE 0.
       1 SHOWN-NAME              PIC X(40) VALUE SPACES.
       1 SHOWN-TO-DATE           PIC X(8) VALUE SPACES.

      * Field-level PII protection - see src/CSCRYPT.cbl. The active
      * key for new writes comes off CTLPARM; blank means cleartext.
       1 CRYPT-ENCRYPT            PIC X(1) VALUE 'E'.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.
       1 ACTIVE-CRYPT-KEY         PIC X(2) VALUE SPACES.

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
         2 CE-PROGRAM  PIC X(8) VALUE 'CSTPAUTH'.
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

           IF ACTION-IN = 'ADD'
               MOVE ADD-ACCOUNT TO ACCOUNT-IN
           ELSE
               UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
                   INTO ACCOUNT-IN PARTY-RAW
               END-UNSTRING
           END-IF

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

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
           END-EXEC

           EXEC CICS ASSIGN USERID(OPERATOR-USER-ID)
           END-EXEC

           MOVE SPACES TO LIST-SCREEN

           EVALUATE ACTION-IN
               WHEN 'LST'
                   PERFORM LIST-PARTIES
                   PERFORM SEND-LIST-SCREEN
               WHEN 'ADD'
                   PERFORM READ-ACTIVE-CRYPT-KEY
                   PERFORM ADD-PARTY
                   PERFORM SEND-REPORT-LINE
               WHEN 'END'
                   PERFORM END-PARTY
                   PERFORM SEND-REPORT-LINE
               WHEN OTHER
                   MOVE 'TPAR: UNKNOWN ACTION - LST/ADD/END'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .

      * The active protection key for new writes - blank (or no
      * CTLPARM record) keeps new writes cleartext.
       READ-ACTIVE-CRYPT-KEY.
           MOVE 'DEFAULT ' TO CP-PARM-ID

           EXEC CICS READ FILE ('CTLPARM')
                           INTO   (CTLPARM-RECORD)
                           RIDFLD (CP-PARM-ID)
                           RESP   (CTLPARM-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CTLPARM-RESP = DFHRESP(NORMAL)
               MOVE CP-ACTIVE-CRYPT-KEY TO ACTIVE-CRYPT-KEY
           END-IF
           .

      ******************************************************************
      * LST - every party on the account, in party number order,
      * two lines each, as many as the screen holds.
      ******************************************************************
       LIST-PARTIES.
           STRING 'THIRD-PARTY AUTHORITIES ' ACCOUNT-IN
               DELIMITED BY SIZE INTO TL-LINE (1)
           MOVE 'PP TYPE     SC CP FROM     TO       STATUS   NAME'
               TO TL-LINE (2)
           MOVE 2 TO LINE-NO
           MOVE 0 TO PARTIES-SHOWN

           PERFORM START-PARTY-BROWSE

           IF TPAUTH-RESP = DFHRESP(NORMAL)
               PERFORM SHOW-ONE-PARTY
                   UNTIL END-OF-PARTIES = 'Y'
               PERFORM END-PARTY-BROWSE
           END-IF

           IF PARTIES-SHOWN = 0
               STRING 'TPAR: NO THIRD PARTIES REGISTERED FOR '
                      ACCOUNT-IN
                   DELIMITED BY SIZE INTO TL-LINE (4)
           END-IF
           .

       SHOW-ONE-PARTY.
           PERFORM READ-NEXT-PARTY

           IF END-OF-PARTIES = 'N'
               IF LINE-NO < 13
                   ADD 1 TO PARTIES-SHOWN
                   PERFORM REVEAL-PARTY-DETAILS
                   MOVE TA-PARTY-NAME TO SHOWN-NAME
                   IF TA-END-DATE = SPACES
                       MOVE 'OPEN    ' TO SHOWN-TO-DATE
                   ELSE
                       MOVE TA-END-DATE TO SHOWN-TO-DATE
                   END-IF
                   ADD 1 TO LINE-NO
                   STRING TA-PARTY-NO ' ' TA-AUTHORITY-TYPE ' '
                          TA-SCOPE '  ' TA-LETTER-COPY '  '
                          TA-START-DATE ' ' SHOWN-TO-DATE ' '
                          TA-STATUS ' ' SHOWN-NAME(1:24)
                       DELIMITED BY SIZE INTO TL-LINE (LINE-NO)
                   ADD 1 TO LINE-NO
                   STRING '   DOC ' TA-DOC-TYPE ' ' TA-DOC-REF
                          ' SEEN ' TA-DOC-SEEN-DATE
                          ' BY ' TA-VERIFIED-BY
                       DELIMITED BY SIZE INTO TL-LINE (LINE-NO)
               ELSE
                   MOVE 'Y' TO END-OF-PARTIES
               END-IF
           END-IF
           .

      * The party's name and address are held under the key named
      * on the row - decrypted here for the screen only.
       REVEAL-PARTY-DETAILS.
           MOVE 110 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT TA-ENCRYPT-KEY
               TA-PARTY-DETAILS CRYPT-FIELD-LEN
           .

      ******************************************************************
      * ADD - edit the registration, check the account, then write it
      * under the next free party number.
      ******************************************************************
       ADD-PARTY.
           PERFORM EDIT-REGISTRATION

           IF REPORT-LINE = SPACES
               MOVE ACCOUNT-IN TO CM-CUST-NO

               EXEC CICS READ FILE ('CUSTMAS')
                               INTO   (CUSTMAS-RECORD)
                               RIDFLD (CM-CUST-NO)
                               RESP   (CUSTMAS-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               IF CUSTMAS-RESP NOT = DFHRESP(NORMAL)
                   STRING 'TPAR: ACCOUNT ' ACCOUNT-IN
                          ' IS NOT ON FILE'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   IF CUSTMAS-RESP NOT = DFHRESP(NOTFND)
                       MOVE CUSTMAS-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               END-IF
           END-IF

           IF REPORT-LINE = SPACES
               PERFORM FIND-HIGHEST-PARTY
               IF HIGHEST-PARTY-NO = 99
                   STRING 'TPAR: ACCOUNT ' ACCOUNT-IN
                          ' HAS NO PARTY NUMBERS LEFT'
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF

           IF REPORT-LINE = SPACES
               PERFORM WRITE-PARTY
           END-IF
           .

       EDIT-REGISTRATION.
           IF ADD-FROM-DATE = SPACES
               MOVE CURRENT-DATE TO REGISTER-FROM
           ELSE
               MOVE ADD-FROM-DATE TO REGISTER-FROM
           END-IF

           EVALUATE ADD-LETTER-COPY
               WHEN 'Y'
               WHEN 'N'
                   MOVE ADD-LETTER-COPY TO REGISTER-COPY
               WHEN OTHER
                   IF ADD-TYPE = 'DEPUTY  '
                      OR ADD-TYPE = 'EXECUTOR'
                       MOVE 'Y' TO REGISTER-COPY
                   ELSE
                       MOVE 'N' TO REGISTER-COPY
                   END-IF
           END-EVALUATE

           EVALUATE TRUE
               WHEN ACCOUNT-IN IS NOT NUMERIC
                   MOVE 'TPAR: ADD NEEDS AN 8 DIGIT ACCOUNT FIRST'
                       TO REPORT-LINE
               WHEN ADD-TYPE NOT = 'POA     '
                AND ADD-TYPE NOT = 'LPA     '
                AND ADD-TYPE NOT = 'DEPUTY  '
                AND ADD-TYPE NOT = 'EXECUTOR'
                AND ADD-TYPE NOT = 'CONSENT '
                   STRING 'TPAR: TYPE MUST BE POA, LPA, DEPUTY, '
                          'EXECUTOR OR CONSENT'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN ADD-SCOPE NOT = 'V'
                AND ADD-SCOPE NOT = 'S'
                AND ADD-SCOPE NOT = 'F'
                   STRING 'TPAR: SCOPE MUST BE V (VIEW), '
                          'S (SERVICING) OR F (FULL)'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN ADD-LETTER-COPY NOT = 'Y'
                AND ADD-LETTER-COPY NOT = 'N'
                AND ADD-LETTER-COPY NOT = SPACE
                   MOVE 'TPAR: LETTER COPY MUST BE Y, N OR BLANK'
                       TO REPORT-LINE
               WHEN ADD-DOC-TYPE = SPACES
                OR ADD-DOC-REF = SPACES
                   STRING 'TPAR: THE DOCUMENT TYPE AND '
                          'REFERENCE ARE REQUIRED'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN ADD-NAME = SPACES
                OR ADD-LINE-1 = SPACES
                OR ADD-POSTCODE = SPACES
                   STRING 'TPAR: THE PARTY NAME, ADDRESS AND '
                          'POSTCODE ARE REQUIRED'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   PERFORM EDIT-REGISTRATION-DATES
           END-EVALUATE
           .

       EDIT-REGISTRATION-DATES.
           MOVE REGISTER-FROM TO DATE-CHECK-X
           PERFORM CHECK-ONE-DATE
           IF DATE-CHECK-OK = 'Y'
              AND ADD-TO-DATE NOT = SPACES
               MOVE ADD-TO-DATE TO DATE-CHECK-X
               PERFORM CHECK-ONE-DATE
           END-IF

           EVALUATE TRUE
               WHEN DATE-CHECK-OK = 'N'
                   MOVE 'TPAR: FROM AND TO DATES MUST BE YYYYMMDD'
                       TO REPORT-LINE
               WHEN ADD-TO-DATE NOT = SPACES
                AND ADD-TO-DATE < REGISTER-FROM
                   STRING 'TPAR: THE TO DATE CANNOT BE BEFORE '
                          'THE FROM DATE'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN ADD-TO-DATE NOT = SPACES
                AND ADD-TO-DATE < CURRENT-DATE
                   STRING 'TPAR: AN AUTHORITY ALREADY EXPIRED '
                          'CANNOT BE REGISTERED'
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

      * The last party number used on the account - ended parties
      * keep theirs, so a number is never given out twice.
       FIND-HIGHEST-PARTY.
           MOVE 0 TO HIGHEST-PARTY-NO

           PERFORM START-PARTY-BROWSE

           IF TPAUTH-RESP = DFHRESP(NORMAL)
               PERFORM NOTE-ONE-PARTY-NO
                   UNTIL END-OF-PARTIES = 'Y'
               PERFORM END-PARTY-BROWSE
           END-IF
           .

       NOTE-ONE-PARTY-NO.
           PERFORM READ-NEXT-PARTY

           IF END-OF-PARTIES = 'N'
               MOVE TA-PARTY-NO TO HIGHEST-PARTY-NO
           END-IF
           .

       WRITE-PARTY.
           MOVE SPACES           TO TPAUTH-RECORD
           MOVE ACCOUNT-IN       TO TA-CUST-NO
           COMPUTE TA-PARTY-NO = HIGHEST-PARTY-NO + 1
           MOVE ADD-NAME         TO TA-PARTY-NAME
           MOVE ADD-LINE-1       TO TA-PARTY-ADDR-LINE-1
           MOVE ADD-LINE-2       TO TA-PARTY-ADDR-LINE-2
           MOVE ADD-POSTCODE     TO TA-PARTY-POSTCODE
           MOVE ADD-TYPE         TO TA-AUTHORITY-TYPE
           MOVE ADD-SCOPE        TO TA-SCOPE
           MOVE REGISTER-FROM    TO TA-START-DATE
           MOVE ADD-TO-DATE      TO TA-END-DATE
           MOVE ADD-DOC-TYPE     TO TA-DOC-TYPE
           MOVE ADD-DOC-REF      TO TA-DOC-REF
           MOVE CURRENT-DATE     TO TA-DOC-SEEN-DATE
           MOVE OPERATOR-USER-ID TO TA-VERIFIED-BY
           MOVE REGISTER-COPY    TO TA-LETTER-COPY
           MOVE 'ACTIVE  '       TO TA-STATUS

           IF ACTIVE-CRYPT-KEY NOT = SPACES
               MOVE 110 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-ENCRYPT ACTIVE-CRYPT-KEY
                   TA-PARTY-DETAILS CRYPT-FIELD-LEN
           END-IF
           MOVE ACTIVE-CRYPT-KEY TO TA-ENCRYPT-KEY

           EXEC CICS WRITE FILE ('TPAUTH')
                           FROM   (TPAUTH-RECORD)
                           RIDFLD (TA-AUTHORITY-KEY)
                           RESP   (TPAUTH-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN TPAUTH-RESP = DFHRESP(NORMAL)
                   MOVE SPACES        TO JRNL-BEFORE-IMAGE
                   MOVE SPACES        TO JRNL-AFTER-IMAGE
                   MOVE TPAUTH-RECORD TO JRNL-AFTER-IMAGE
                   MOVE TA-CUST-NO    TO JRNL-ACCOUNT
                   MOVE 'TPAUTH  '    TO JRNL-FILE-NAME
                   PERFORM WRITE-CHANGE-JOURNAL

                   STRING 'TPAR: ' ACCOUNT-IN ' PARTY TP='
                          TA-PARTY-NO ' ' TA-AUTHORITY-TYPE
                          ' SCOPE ' TA-SCOPE ' FROM ' TA-START-DATE
                          ' REGISTERED'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN TPAUTH-RESP = DFHRESP(DUPREC)
                   MOVE 'TPAR: PARTY NUMBER TAKEN MEANWHILE - TRY AGAIN'
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE TPAUTH-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
                   MOVE 'TPAR: AUTHORITY NOT SAVED - TRY AGAIN'
                       TO REPORT-LINE
           END-EVALUATE
           .

      ******************************************************************
      * END - the party's authority ends today. The end date is
      * brought in to today too, so the register answers who could
      * act on any past date.
      ******************************************************************
       END-PARTY.
           IF PARTY-RAW IS NOT NUMERIC
               MOVE 'TPAR: END NEEDS AN ACCOUNT AND A 2 DIGIT PARTY'
                   TO REPORT-LINE
           ELSE
               MOVE PARTY-RAW  TO PARTY-NO
               MOVE ACCOUNT-IN TO TA-CUST-NO
               MOVE PARTY-NO   TO TA-PARTY-NO

               EXEC CICS READ FILE ('TPAUTH')
                               INTO   (TPAUTH-RECORD)
                               RIDFLD (TA-AUTHORITY-KEY)
                               UPDATE
                               RESP   (TPAUTH-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               EVALUATE TRUE
                   WHEN TPAUTH-RESP NOT = DFHRESP(NORMAL)
                       STRING 'TPAR: NO PARTY ' PARTY-RAW
                              ' ON ACCOUNT ' ACCOUNT-IN
                           DELIMITED BY SIZE INTO REPORT-LINE
                       IF TPAUTH-RESP NOT = DFHRESP(NOTFND)
                           MOVE TPAUTH-RESP TO COMMAND-RESP
                           PERFORM LOG-CICS-ERROR
                       END-IF
                   WHEN NOT TA-IS-ACTIVE
                       STRING 'TPAR: PARTY ' PARTY-RAW
                              ' ALREADY ENDED ON ' TA-ENDED-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM UNLOCK-TPAUTH-ROW
                   WHEN OTHER
                       PERFORM CLOSE-PARTY-AUTHORITY
               END-EVALUATE
           END-IF
           .

       CLOSE-PARTY-AUTHORITY.
           MOVE SPACES        TO JRNL-BEFORE-IMAGE
           MOVE TPAUTH-RECORD TO JRNL-BEFORE-IMAGE

           MOVE 'ENDED   '       TO TA-STATUS
           MOVE CURRENT-DATE     TO TA-ENDED-DATE
           MOVE OPERATOR-USER-ID TO TA-ENDED-BY
           IF TA-END-DATE = SPACES
              OR TA-END-DATE > CURRENT-DATE
               MOVE CURRENT-DATE TO TA-END-DATE
           END-IF

           EXEC CICS REWRITE FILE ('TPAUTH')
                             FROM (TPAUTH-RECORD)
                             RESP  (TPAUTH-RESP)
                             RESP2 (COMMAND-RESP2)
           END-EXEC

           IF TPAUTH-RESP NOT = DFHRESP(NORMAL)
               MOVE TPAUTH-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               MOVE 'TPAR: AUTHORITY NOT ENDED - TRY AGAIN'
                   TO REPORT-LINE
           ELSE
               MOVE SPACES        TO JRNL-AFTER-IMAGE
               MOVE TPAUTH-RECORD TO JRNL-AFTER-IMAGE
               MOVE TA-CUST-NO    TO JRNL-ACCOUNT
               MOVE 'TPAUTH  '    TO JRNL-FILE-NAME
               PERFORM WRITE-CHANGE-JOURNAL

               STRING 'TPAR: ' ACCOUNT-IN ' PARTY ' PARTY-RAW ' '
                      TA-AUTHORITY-TYPE ' ENDED ' CURRENT-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

       UNLOCK-TPAUTH-ROW.
           EXEC CICS UNLOCK FILE ('TPAUTH')
                            RESP (COMMAND-RESP)
                            RESP2(COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

      * Keyed prefix browse on the account - every party's row.
       START-PARTY-BROWSE.
           MOVE 'N'        TO END-OF-PARTIES
           MOVE ACCOUNT-IN TO TA-CUST-NO
           MOVE 0          TO TA-PARTY-NO

           EXEC CICS STARTBR FILE ('TPAUTH')
                             RIDFLD (TA-AUTHORITY-KEY)
                             GTEQ
                             RESP   (TPAUTH-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF TPAUTH-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO END-OF-PARTIES
               IF TPAUTH-RESP NOT = DFHRESP(NOTFND)
                   MOVE TPAUTH-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       READ-NEXT-PARTY.
           EXEC CICS READNEXT FILE ('TPAUTH')
                              INTO  (TPAUTH-RECORD)
                              RIDFLD(TA-AUTHORITY-KEY)
                              RESP  (TPAUTH-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF TPAUTH-RESP NOT = DFHRESP(NORMAL)
              OR TA-CUST-NO NOT = ACCOUNT-IN
               MOVE 'Y' TO END-OF-PARTIES
               IF TPAUTH-RESP NOT = DFHRESP(ENDFILE)
                  AND TPAUTH-RESP NOT = DFHRESP(NORMAL)
                   MOVE TPAUTH-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       END-PARTY-BROWSE.
           EXEC CICS ENDBR FILE ('TPAUTH')
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

       END PROGRAM 'CSTPAUTH'.
