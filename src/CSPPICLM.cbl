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
      *  CSPPICLM
      *
      * Payment protection claims transaction (run as PPIC). A
      * cardholder enrolled for payment protection (PPIOPTIN status
      * ENROLLED - see copy/PPIOPTIN.cpy) who loses their job, falls
      * ill or has an accident claims on the cover here; the claim
      * is kept on PPICLAIM (see copy/PPICLAIM.cpy). A single input
      * line drives one of four actions:
      *
      *   PPIC SHO nnnnnnnn [s]
      *        - every claim account nnnnnnnn (or just card position
      *          s) has made, oldest first: when it was logged, the
      *          type, the event date, its status and, once accepted,
      *          the monthly benefit and what has been paid - with
      *          the evidence held under each.
      *   PPIC LOG nnnnnnnn s type event [evidence]
      *        - log a claim on card position s: the type - UNEM
      *          (unemployment), SICK or ACDT (accident) - the date
      *          of the event, YYYYMMDD, and whatever follows as the
      *          evidence received so far (e.g. P45 AND REDUNDANCY
      *          LETTER).
      *   PPIC EVD nnnnnnnn s evidence
      *        - record further evidence received on card position
      *          s's open claim; one the insurer already has goes to
      *          them on the next claims extract.
      *   PPIC WDN nnnnnnnn s
      *        - withdraw card position s's claim before the insurer
      *          has decided it, at the cardholder's request.
      *
      * A claim needs an ENROLLED position, an event on or after the
      * enrolment date and not in the future, a card on file that is
      * not closed, and no other open claim on the position. While
      * it is under assessment the nightly runs post no late fees,
      * count no missed payments and hold back the collections
      * handoff - see copy/PPICLAIM.cpy. Every claim logged, evidence
      * update and withdrawal puts the before and after PPICLAIM
      * images on the CHGJRNL change journal under the account.
      *
      * Four-digit accounts are accepted and zero-padded, the same
      * compatibility window every terminal parser honors.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPPICLM.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * PPICLAIM, PPIOPTIN, CARDMAS and CTLPARM are CICS-owned VSAM
      * files (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY PPICLAIM.

           COPY PPIOPTIN.

           COPY CARDMAS.

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
       1 ARG-POINTER             PIC S9(4) COMP VALUE 1.
       1 REST-OF-INPUT           PIC X(70) VALUE SPACES.
       1 REST-POINTER            PIC S9(4) COMP VALUE 1.
       1 CLAIM-TYPE-IN           PIC X(4) VALUE SPACES.
       1 EVENT-DATE-IN           PIC X(8) VALUE SPACES.
       1 EVIDENCE-IN             PIC X(40) VALUE SPACES.

      * Date checking - a keyed date is taken apart to check it is
      * a real month and day.
       1 DATE-CHECK-X            PIC X(8) VALUE SPACES.
       1 DATE-CHECK-PARTS REDEFINES DATE-CHECK-X.
         2 DATE-CHECK-YEAR       PIC 9(4).
         2 DATE-CHECK-MONTH      PIC 9(2).
         2 DATE-CHECK-DAY        PIC 9(2).
       1 DATE-CHECK-OK           PIC X(1) VALUE 'N'.

       1 PPICLAIM-RESP           PIC S9(8) COMP.
       1 PPIOPTIN-RESP           PIC S9(8) COMP.
       1 CARDMAS-RESP            PIC S9(8) COMP.
       1 END-OF-CLAIMS           PIC X(1) VALUE 'N'.
       1 OPEN-CLAIM-FOUND        PIC X(1) VALUE 'N'.
       1 OPEN-CLAIM-KEY          PIC X(17) VALUE SPACES.
       1 CLAIMS-SHOWN            PIC S9(4) COMP VALUE 0.

       1 LIST-SCREEN.
         2 HL-LINE OCCURS 14     PIC X(79).
       1 LINE-NO                 PIC S9(4) COMP VALUE 0.

       1 AMOUNT-DISPLAY          PIC Z(6)9.99.
       1 PAID-DISPLAY            PIC Z(6)9.99.

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
         2 CE-PROGRAM  PIC X(8) VALUE 'CSPPICLM'.
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

      * Account and sequence; what follows depends on the action -
      * type, event date and evidence for LOG, evidence for EVD.
           MOVE 1 TO ARG-POINTER
           UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
               INTO ACCOUNT-IN APPL-SEQ-RAW
               WITH POINTER ARG-POINTER
           END-UNSTRING
           IF ARG-POINTER < 71
               MOVE INPUT-ARGUMENTS(ARG-POINTER:) TO REST-OF-INPUT
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
                   PERFORM SHOW-CLAIMS
                   PERFORM SEND-LIST-SCREEN
               WHEN 'LOG'
                   PERFORM LOG-CLAIM
                   PERFORM SEND-REPORT-LINE
               WHEN 'EVD'
                   PERFORM RECORD-EVIDENCE
                   PERFORM SEND-REPORT-LINE
               WHEN 'WDN'
                   PERFORM WITHDRAW-CLAIM
                   PERFORM SEND-REPORT-LINE
               WHEN OTHER
                   MOVE 'PPIC: UNKNOWN ACTION - SHO/LOG/EVD/WDN'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .

      ******************************************************************
      * SHO - the account's claims, oldest first within each card
      * position, two lines each, as many as the screen holds.
      ******************************************************************
       SHOW-CLAIMS.
           STRING 'PAYMENT PROTECTION CLAIMS ' ACCOUNT-IN
               DELIMITED BY SIZE INTO HL-LINE (1)
           MOVE 'SQ LOGGED   TYPE EVENT    STATUS   BENEFIT/MTH  PAID'
               TO HL-LINE (2)
           MOVE 2 TO LINE-NO
           MOVE 0 TO CLAIMS-SHOWN

           PERFORM START-CLAIM-BROWSE

           IF PPICLAIM-RESP = DFHRESP(NORMAL)
               PERFORM SHOW-ONE-CLAIM
                   UNTIL END-OF-CLAIMS = 'Y'
               PERFORM END-CLAIM-BROWSE
           END-IF

           IF CLAIMS-SHOWN = 0
               STRING 'PPIC: NO CLAIMS ON FILE FOR ' ACCOUNT-IN
                   DELIMITED BY SIZE INTO HL-LINE (4)
           END-IF
           .

       SHOW-ONE-CLAIM.
           PERFORM READ-NEXT-CLAIM

           IF END-OF-CLAIMS = 'N'
              AND (APPL-SEQ-RAW = SPACE
                   OR PC-APPL-SEQ-NO = APPL-SEQ-NO)
               IF LINE-NO < 13
                   ADD 1 TO LINE-NO
                   ADD 1 TO CLAIMS-SHOWN
                   IF PC-MONTHLY-BENEFIT IS NOT NUMERIC
                       MOVE 0 TO PC-MONTHLY-BENEFIT
                   END-IF
                   IF PC-BENEFIT-PAID IS NOT NUMERIC
                       MOVE 0 TO PC-BENEFIT-PAID
                   END-IF
                   MOVE PC-MONTHLY-BENEFIT TO AMOUNT-DISPLAY
                   MOVE PC-BENEFIT-PAID    TO PAID-DISPLAY
                   STRING PC-APPL-SEQ-NO '  ' PC-CLAIM-DATE ' '
                          PC-CLAIM-TYPE ' ' PC-EVENT-DATE ' '
                          PC-STATUS ' ' AMOUNT-DISPLAY ' '
                          PAID-DISPLAY
                       DELIMITED BY SIZE INTO HL-LINE (LINE-NO)
                   ADD 1 TO LINE-NO
                   IF PC-EVIDENCE = SPACES
                       MOVE '   EVIDENCE AWAITED' TO HL-LINE (LINE-NO)
                   ELSE
                       STRING '   EVIDENCE ' PC-EVIDENCE-DATE ' '
                              PC-EVIDENCE
                           DELIMITED BY SIZE INTO HL-LINE (LINE-NO)
                   END-IF
               ELSE
                   MOVE 'Y' TO END-OF-CLAIMS
               END-IF
           END-IF
           .

      ******************************************************************
      * LOG - edit the claim, check the cover and the card and that
      * no other claim is open on the position, then write it.
      ******************************************************************
       LOG-CLAIM.
           MOVE 1 TO REST-POINTER
           UNSTRING REST-OF-INPUT DELIMITED BY ALL ' '
               INTO CLAIM-TYPE-IN EVENT-DATE-IN
               WITH POINTER REST-POINTER
           END-UNSTRING
           IF REST-POINTER < 71
               MOVE REST-OF-INPUT(REST-POINTER:) TO EVIDENCE-IN
           END-IF

           PERFORM EDIT-CLAIM-DETAILS

           IF REPORT-LINE = SPACES
               PERFORM CHECK-PROTECTION-COVER
           END-IF

           IF REPORT-LINE = SPACES
               PERFORM CHECK-CLAIM-CARD
           END-IF

           IF REPORT-LINE = SPACES
               PERFORM FIND-OPEN-CLAIM
               IF OPEN-CLAIM-FOUND = 'Y'
                   STRING 'PPIC: CARD ' ACCOUNT-IN ' ' APPL-SEQ-NO
                          ' ALREADY HAS AN OPEN CLAIM FROM '
                          OPEN-CLAIM-KEY(10:8)
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF

           IF REPORT-LINE = SPACES
               PERFORM WRITE-CLAIM
           END-IF
           .

       EDIT-CLAIM-DETAILS.
           MOVE EVENT-DATE-IN TO DATE-CHECK-X
           PERFORM CHECK-ONE-DATE

           EVALUATE TRUE
               WHEN APPL-SEQ-RAW = SPACES
               OR EVENT-DATE-IN = SPACES
                   MOVE 'PPIC: LOG NEEDS ACCT SEQ TYPE EVENT [EVIDENCE]'
                       TO REPORT-LINE
               WHEN CLAIM-TYPE-IN NOT = 'UNEM'
                AND CLAIM-TYPE-IN NOT = 'SICK'
                AND CLAIM-TYPE-IN NOT = 'ACDT'
                   MOVE 'PPIC: CLAIM TYPE MUST BE UNEM, SICK OR ACDT'
                       TO REPORT-LINE
               WHEN DATE-CHECK-OK = 'N'
                   MOVE 'PPIC: THE EVENT DATE MUST BE YYYYMMDD'
                       TO REPORT-LINE
               WHEN EVENT-DATE-IN > CURRENT-DATE
                   MOVE 'PPIC: THE EVENT DATE CANNOT BE IN THE FUTURE'
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

      * Only an enrolled position is covered, and only for what
      * happened once the cover was in place.
       CHECK-PROTECTION-COVER.
           MOVE ACCOUNT-IN  TO PI-CUST-NO
           MOVE APPL-SEQ-NO TO PI-APPL-SEQ-NO

           EXEC CICS READ FILE ('PPIOPTIN')
                           INTO   (PPIOPTIN-RECORD)
                           RIDFLD (PI-OPTIN-KEY)
                           RESP   (PPIOPTIN-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN PPIOPTIN-RESP NOT = DFHRESP(NORMAL)
                   STRING 'PPIC: NO PAYMENT PROTECTION ON FILE FOR '
                          ACCOUNT-IN ' ' APPL-SEQ-NO
                       DELIMITED BY SIZE INTO REPORT-LINE
                   IF PPIOPTIN-RESP NOT = DFHRESP(NOTFND)
                       MOVE PPIOPTIN-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN PI-STATUS NOT = 'ENROLLED'
                   STRING 'PPIC: CARD ' ACCOUNT-IN ' ' APPL-SEQ-NO
                          ' IS NOT ENROLLED - COVER IS ' PI-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN PI-ENROLLED-DATE NOT = SPACES
                AND EVENT-DATE-IN < PI-ENROLLED-DATE
                   STRING 'PPIC: THE EVENT IS BEFORE THE COVER '
                          'STARTED ON ' PI-ENROLLED-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       CHECK-CLAIM-CARD.
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
                   STRING 'PPIC: NO CARD ON FILE FOR ' ACCOUNT-IN
                          ' ' APPL-SEQ-NO
                       DELIMITED BY SIZE INTO REPORT-LINE
                   IF CARDMAS-RESP NOT = DFHRESP(NOTFND)
                       MOVE CARDMAS-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN CD-PRODUCTION-STATUS = 'CLOSED  '
                   STRING 'PPIC: CARD ' ACCOUNT-IN ' ' APPL-SEQ-NO
                          ' IS CLOSED - NO CLAIM CAN BE MADE'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       WRITE-CLAIM.
           MOVE SPACES            TO PPICLAIM-RECORD
           MOVE ACCOUNT-IN        TO PC-CUST-NO
           MOVE APPL-SEQ-NO       TO PC-APPL-SEQ-NO
           MOVE CURRENT-DATE      TO PC-CLAIM-DATE
           MOVE CLAIM-TYPE-IN     TO PC-CLAIM-TYPE
           MOVE EVENT-DATE-IN     TO PC-EVENT-DATE
           MOVE 'LOGGED  '        TO PC-STATUS
           MOVE EVIDENCE-IN       TO PC-EVIDENCE
           IF EVIDENCE-IN NOT = SPACES
               MOVE CURRENT-DATE  TO PC-EVIDENCE-DATE
           END-IF
           MOVE OPERATOR-USER-ID  TO PC-LOGGED-BY
           MOVE 'N'               TO PC-EXTRACT-PENDING
           MOVE 0                 TO PC-MONTHLY-BENEFIT
           MOVE 0                 TO PC-PAYMENTS-POSTED
           MOVE 0                 TO PC-BENEFIT-PAID

           EXEC CICS WRITE FILE ('PPICLAIM')
                           FROM   (PPICLAIM-RECORD)
                           RIDFLD (PC-CLAIM-KEY)
                           RESP   (PPICLAIM-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN PPICLAIM-RESP = DFHRESP(NORMAL)
                   MOVE SPACES          TO JRNL-BEFORE-IMAGE
                   MOVE SPACES          TO JRNL-AFTER-IMAGE
                   MOVE PPICLAIM-RECORD TO JRNL-AFTER-IMAGE
                   MOVE PC-CUST-NO      TO JRNL-ACCOUNT
                   MOVE 'PPICLAIM'      TO JRNL-FILE-NAME
                   PERFORM WRITE-CHANGE-JOURNAL

                   STRING 'PPIC: ' PC-CLAIM-TYPE ' CLAIM LOGGED '
                          ACCOUNT-IN ' ' APPL-SEQ-NO
                          ' - LATE FEES AND COLLECTIONS HELD'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN PPICLAIM-RESP = DFHRESP(DUPREC)
                   MOVE 'PPIC: A CLAIM HAS ALREADY BEEN LOGGED TODAY'
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE PPICLAIM-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
                   MOVE 'PPIC: CLAIM NOT SAVED - TRY AGAIN'
                       TO REPORT-LINE
           END-EVALUATE
           .

      ******************************************************************
      * EVD - the open claim's evidence, brought up to date. A claim
      * the insurer already has is flagged for the next extract.
      ******************************************************************
       RECORD-EVIDENCE.
           MOVE REST-OF-INPUT TO EVIDENCE-IN

           EVALUATE TRUE
               WHEN APPL-SEQ-RAW = SPACES
               OR EVIDENCE-IN = SPACES
                   MOVE 'PPIC: EVD NEEDS ACCT SEQ EVIDENCE'
                       TO REPORT-LINE
               WHEN OTHER
                   PERFORM FIND-OPEN-CLAIM
                   IF OPEN-CLAIM-FOUND = 'N'
                       STRING 'PPIC: NO OPEN CLAIM ON CARD '
                              ACCOUNT-IN ' ' APPL-SEQ-NO
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       PERFORM UPDATE-CLAIM-EVIDENCE
                   END-IF
           END-EVALUATE
           .

       UPDATE-CLAIM-EVIDENCE.
           PERFORM READ-OPEN-CLAIM-FOR-UPDATE

           IF PPICLAIM-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PPIC: EVIDENCE NOT SAVED - TRY AGAIN'
                   TO REPORT-LINE
           ELSE
               MOVE EVIDENCE-IN  TO PC-EVIDENCE
               MOVE CURRENT-DATE TO PC-EVIDENCE-DATE
               IF NOT PC-IS-LOGGED
                   MOVE 'E' TO PC-EXTRACT-PENDING
               END-IF

               PERFORM REWRITE-OPEN-CLAIM

               STRING 'PPIC: EVIDENCE RECORDED ON CLAIM OF '
                      PC-CLAIM-DATE ' - ' ACCOUNT-IN ' '
                      APPL-SEQ-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

      ******************************************************************
      * WDN - a claim still under assessment is withdrawn; if the
      * insurer has it, the next extract tells them.
      ******************************************************************
       WITHDRAW-CLAIM.
           IF APPL-SEQ-RAW = SPACES
               MOVE 'PPIC: WDN NEEDS AN ACCOUNT AND APPLICANT SEQ'
                   TO REPORT-LINE
           ELSE
               PERFORM FIND-OPEN-CLAIM
               EVALUATE TRUE
                   WHEN OPEN-CLAIM-FOUND = 'N'
                       STRING 'PPIC: NO OPEN CLAIM ON CARD '
                              ACCOUNT-IN ' ' APPL-SEQ-NO
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN NOT PC-UNDER-ASSESSMENT
                       STRING 'PPIC: THE CLAIM OF ' PC-CLAIM-DATE
                              ' IS ' PC-STATUS
                              ' - ONLY THE INSURER CAN END IT'
                           DELIMITED BY SIZE INTO REPORT-LINE
                   WHEN OTHER
                       PERFORM CLOSE-WITHDRAWN-CLAIM
               END-EVALUATE
           END-IF
           .

       CLOSE-WITHDRAWN-CLAIM.
           PERFORM READ-OPEN-CLAIM-FOR-UPDATE

           IF PPICLAIM-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PPIC: CLAIM NOT WITHDRAWN - TRY AGAIN'
                   TO REPORT-LINE
           ELSE
               IF PC-IS-LOGGED
                   MOVE SPACE TO PC-EXTRACT-PENDING
               ELSE
                   MOVE 'W'   TO PC-EXTRACT-PENDING
               END-IF
               MOVE 'WITHDRWN'       TO PC-STATUS
               MOVE CURRENT-DATE     TO PC-CLOSED-DATE
               MOVE OPERATOR-USER-ID TO PC-CLOSED-BY

               PERFORM REWRITE-OPEN-CLAIM

               STRING 'PPIC: CLAIM OF ' PC-CLAIM-DATE ' ON '
                      ACCOUNT-IN ' ' APPL-SEQ-NO
                      ' WITHDRAWN - NORMAL TERMS APPLY'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

       READ-OPEN-CLAIM-FOR-UPDATE.
           MOVE OPEN-CLAIM-KEY TO PC-CLAIM-KEY

           EXEC CICS READ FILE ('PPICLAIM')
                           INTO   (PPICLAIM-RECORD)
                           RIDFLD (PC-CLAIM-KEY)
                           UPDATE
                           RESP   (PPICLAIM-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PPICLAIM-RESP NOT = DFHRESP(NORMAL)
               MOVE PPICLAIM-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           ELSE
               MOVE SPACES          TO JRNL-BEFORE-IMAGE
               MOVE PPICLAIM-RECORD TO JRNL-BEFORE-IMAGE
           END-IF
           .

       REWRITE-OPEN-CLAIM.
           EXEC CICS REWRITE FILE ('PPICLAIM')
                             FROM (PPICLAIM-RECORD)
                             RESP  (COMMAND-RESP)
                             RESP2 (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE SPACES          TO JRNL-AFTER-IMAGE
           MOVE PPICLAIM-RECORD TO JRNL-AFTER-IMAGE
           MOVE PC-CUST-NO      TO JRNL-ACCOUNT
           MOVE 'PPICLAIM'      TO JRNL-FILE-NAME
           PERFORM WRITE-CHANGE-JOURNAL
           .

      ******************************************************************
      * The position's open claim, if it has one - its key is left
      * in OPEN-CLAIM-KEY and the row in PPICLAIM-RECORD.
      ******************************************************************
       FIND-OPEN-CLAIM.
           MOVE 'N'    TO OPEN-CLAIM-FOUND
           MOVE SPACES TO OPEN-CLAIM-KEY

           PERFORM START-CLAIM-BROWSE

           IF PPICLAIM-RESP = DFHRESP(NORMAL)
               PERFORM CHECK-ONE-CLAIM
                   UNTIL END-OF-CLAIMS = 'Y'
               PERFORM END-CLAIM-BROWSE
           END-IF
           .

       CHECK-ONE-CLAIM.
           PERFORM READ-NEXT-CLAIM

           IF END-OF-CLAIMS = 'N'
              AND PC-APPL-SEQ-NO = APPL-SEQ-NO
              AND PC-IS-OPEN
               MOVE 'Y'          TO OPEN-CLAIM-FOUND
               MOVE PC-CLAIM-KEY TO OPEN-CLAIM-KEY
               MOVE 'Y'          TO END-OF-CLAIMS
           END-IF
           .

      * Keyed prefix browse on the account - every position's rows.
       START-CLAIM-BROWSE.
           MOVE 'N'        TO END-OF-CLAIMS
           MOVE ACCOUNT-IN TO PC-CUST-NO
           MOVE 0          TO PC-APPL-SEQ-NO
           MOVE LOW-VALUES TO PC-CLAIM-DATE

           EXEC CICS STARTBR FILE ('PPICLAIM')
                             RIDFLD (PC-CLAIM-KEY)
                             GTEQ
                             RESP   (PPICLAIM-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PPICLAIM-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO END-OF-CLAIMS
               IF PPICLAIM-RESP NOT = DFHRESP(NOTFND)
                   MOVE PPICLAIM-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       READ-NEXT-CLAIM.
           EXEC CICS READNEXT FILE ('PPICLAIM')
                              INTO  (PPICLAIM-RECORD)
                              RIDFLD(PC-CLAIM-KEY)
                              RESP  (PPICLAIM-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF PPICLAIM-RESP NOT = DFHRESP(NORMAL)
              OR PC-CUST-NO NOT = ACCOUNT-IN
               MOVE 'Y' TO END-OF-CLAIMS
               IF PPICLAIM-RESP NOT = DFHRESP(ENDFILE)
                  AND PPICLAIM-RESP NOT = DFHRESP(NORMAL)
                   MOVE PPICLAIM-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       END-CLAIM-BROWSE.
           EXEC CICS ENDBR FILE ('PPICLAIM')
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

       END PROGRAM 'CSPPICLM'.
