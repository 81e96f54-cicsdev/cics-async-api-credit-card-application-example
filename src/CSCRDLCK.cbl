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
      *  CSCRDLCK
      *
      * Temporary card lock and unlock (run as CLCK). The only way
      * to stop a card used to be CRPL (see src/CARDREPL.cbl) - a
      * permanent hot-list and a new number - so a customer who had
      * only mislaid a card ended up with a replacement. A lock is
      * the cardholder's own reversible stop: the number stays, and
      * the card works again the moment it is unlocked.
      *
      *   CLCK LCK nnnnnnnn [s] [TP=nn]
      *        - lock card position nnnnnnnn/s on the cardholder's
      *          instruction. The card must carry a number and not
      *          be closed.
      *   CLCK UNL nnnnnnnn [s] [TP=nn]
      *        - lift the lock.
      *   CLCK SHO nnnnnnnn [s] [TP=nn]
      *        - the card's lock state and when it last changed.
      *
      * TP=nn is keyed when third party nn on the account's TPAUTH
      * register is asking rather than the cardholder. A lock or
      * unlock needs servicing scope and SHO view scope at least
      * (see copy/TPAUTHP.cpy); the request is logged on TPACTLOG
      * either way.
      *   CLCK ESC
      *        - run the escalation sweep now (and start its daily
      *          loop).
      *
      * The lock lives on the card master (CD-LOCK-STATUS - see
      * copy/CARDMAS.cpy). While it is on, the CAUT stand-in
      * authorization declines the card (see src/CSAUTHDC.cbl), the
      * next CSAUTHFD feed tells the switch the card is locked (see
      * src/CSAUTHFD.cbl), and TLIN and C360 show it. Every lock
      * and unlock stamps the operator's user id and the time on the
      * card, and the before and after images go on the CHGJRNL
      * change journal under the account.
      *
      * A card nobody has unlocked after CP-LOCK-ESCALATE-DAYS (see
      * copy/CTLPARM.cpy) is presumed lost: the escalation sweep,
      * started once a day by itself the way ALRT re-starts (see
      * src/CSALERTS.cbl), LINKs CRPL for it with reason K so the
      * number is hot-listed and a replacement goes into production.
      * The sweep reports to the operator console.
      *
      * Four-digit accounts are accepted and zero-padded, the same
      * compatibility window every terminal parser honors.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCRDLCK.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * CARDMAS, TPAUTH and TPACTLOG are CICS-owned VSAM files
      * (defined in the FCT, not opened by this program) - accessed
      * entirely through EXEC CICS commands below, never native
      * COBOL I/O.
           COPY CARDMAS.

           COPY CTLPARM.

           COPY TPAUTH.

           COPY TPACTLOG.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 INPUT-ARGUMENTS       PIC X(20).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 29.

       1 ACCOUNT-IN              PIC X(8) VALUE SPACES.
       1 SEQ-IN                  PIC X(1) VALUE SPACES.
       1 SEQ-TOKEN               PIC X(5) VALUE SPACES.
       1 PARTY-TOKEN             PIC X(5) VALUE SPACES.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.

       1 START-CODE              PIC X(2).
       1 CARDMAS-RESP            PIC S9(8) COMP.
       1 CARD-ON-FILE            PIC X(1) VALUE 'N'.
       1 CARD-SAVED              PIC X(1) VALUE 'N'.
       1 LOCK-STATE-TEXT         PIC X(24) VALUE SPACES.

      * Escalation - cards locked since before ESCALATE-BEFORE-DATE
      * are collected on one browse and replaced after it ends, so
      * the sweep never holds a browse on CARDMAS while CRPL
      * updates it. A run that fills the table leaves the rest for
      * tomorrow.
       1 LOCK-ESCALATE-DAYS      PIC 9(3) VALUE 30.
       1 ESCALATE-ABSTIME        PIC S9(15) COMP-3.
       1 ESCALATE-BEFORE-DATE    PIC X(8) VALUE SPACES.
       1 END-OF-CARD-SCAN        PIC X(1) VALUE 'N'.
       1 LOCKED-CARDS-SEEN       PIC 9(5) VALUE 0.
       1 ESCALATE-COUNT          PIC S9(4) COMP VALUE 0.
       1 ESCALATE-IX             PIC S9(4) COMP VALUE 0.
       1 ESCALATED-OK            PIC 9(3) VALUE 0.
       1 ESCALATE-TABLE.
         2 ESCALATE-CARD OCCURS 50.
           3 EC-CUST-NO          PIC X(8).
           3 EC-APPL-SEQ-NO      PIC 9(1).

      * Channel interface to CRPL - the input line it would have
      * received from a terminal, and its answer.
       1 REPL-REQUEST.
         2 RR-TRANID             PIC X(4) VALUE 'CRPL'.
         2 FILLER                PIC X(1) VALUE SPACE.
         2 RR-ACCOUNT            PIC X(8).
         2 FILLER                PIC X(1) VALUE SPACE.
         2 RR-SEQ                PIC 9(1).
         2 FILLER                PIC X(1) VALUE SPACE.
         2 RR-REASON             PIC X(1) VALUE 'K'.
         2 FILLER                PIC X(1) VALUE SPACE.
         2 RR-PRODUCT            PIC X(4) VALUE SPACES.
       1 REPL-ANSWER             PIC X(80) VALUE SPACES.
       1 LOCK-CHANNEL            PIC X(16) VALUE 'LOCKCHANNEL     '.
       1 CARDREPL-PROG           PIC X(8)  VALUE 'CARDREPL'.

       1 LIST-SCREEN.
         2 PL-LINE OCCURS 12     PIC X(79).

      * Third-party authority check - see the shared
      * CHECK-THIRD-PARTY-AUTHORITY fragment in copy/TPAUTHP.cpy.
       1 TPAUTH-RESP             PIC S9(8) COMP.
       1 TPACTLOG-RESP           PIC S9(8) COMP.
       1 TP-ACCOUNT              PIC X(8)  VALUE SPACES.
       1 TP-SEQ-NO               PIC 9(1)  VALUE 0.
       1 TP-PARTY-TOKEN          PIC X(5)  VALUE SPACES.
       1 TP-PARTY-NO             PIC 9(2)  VALUE 0.
       1 TP-SCOPE-NEEDED         PIC X(1)  VALUE 'S'.
       1 TP-ACTION               PIC X(8)  VALUE SPACES.
       1 TP-AUTHORITY-OK         PIC X(1)  VALUE 'Y'.
       1 TP-MESSAGE              PIC X(40) VALUE SPACES.
       1 TP-OUTCOME              PIC X(8)  VALUE SPACES.
       1 TP-RESULT-TEXT          PIC X(60) VALUE SPACES.
       1 TP-HELD-RANK            PIC 9(1)  VALUE 0.
       1 TP-NEEDED-RANK          PIC 9(1)  VALUE 0.
       1 TP-TIE-BREAK            PIC 9(2)  VALUE 0.
       1 TP-ABSTIME              PIC S9(15) COMP-3.
       1 TP-TODAY                PIC X(8)  VALUE SPACES.

       1 OPERATOR-USER-ID        PIC X(8) VALUE SPACES.
       1 OPERATOR-MESSAGE        PIC X(60) VALUE SPACES.
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
         2 CE-PROGRAM  PIC X(8) VALUE 'CSCRDLCK'.
         2 CE-RESP     PIC S9(8) COMP.
         2 CE-RESP2    PIC S9(8) COMP.
         2 CE-ABSTIME  PIC S9(15) COMP-3.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           EXEC CICS ASSIGN STARTCODE(START-CODE)
           END-EXEC

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
                     TIME(CURRENT-TIME)
           END-EXEC

      * Started by itself with no terminal - the daily sweep.
           IF START-CODE NOT = 'TD'
               PERFORM ESCALATE-LONG-LOCKS
               PERFORM SCHEDULE-NEXT-SWEEP
               EXEC CICS RETURN
               END-EXEC
           END-IF

      * The role gate runs before anything else from a terminal - an
      * unauthorized operator gets a refusal, a CCAUTHLG entry, and
      * nothing else. See copy/OPAUTHP.cpy.
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

           EXEC CICS ASSIGN USERID(OPERATOR-USER-ID)
           END-EXEC

           UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
               INTO ACCOUNT-IN SEQ-TOKEN PARTY-TOKEN
           END-UNSTRING

      * The sequence may be left off ahead of a TP=nn party.
           IF SEQ-TOKEN(1:3) = 'TP='
               MOVE SEQ-TOKEN TO PARTY-TOKEN
               MOVE SPACES    TO SEQ-IN
           ELSE
               MOVE SEQ-TOKEN TO SEQ-IN
           END-IF

      * Compatibility window for the account expansion - a four
      * digit account is zero-padded on the left, the same
      * convention CUSM uses.
           IF ACCOUNT-IN(5:4) = SPACES
              AND ACCOUNT-IN(1:4) NOT = SPACES
               MOVE ACCOUNT-IN(1:4) TO ACCT-PAD-TOKEN
               MOVE SPACES TO ACCOUNT-IN
               STRING '0000' ACCT-PAD-TOKEN
                   DELIMITED BY SIZE INTO ACCOUNT-IN
           END-IF

           IF SEQ-IN = SPACES
               MOVE '1' TO SEQ-IN
           END-IF

           MOVE SPACES TO LIST-SCREEN

           IF ACTION-IN = 'LCK' OR ACTION-IN = 'UNL'
              OR ACTION-IN = 'SHO'
               IF ACCOUNT-IN IS NUMERIC AND SEQ-IN IS NUMERIC
                   PERFORM CHECK-THIRD-PARTY-REQUEST
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN ACTION-IN = 'ESC'
                   PERFORM ESCALATE-LONG-LOCKS
                   PERFORM SCHEDULE-NEXT-SWEEP
                   MOVE SPACES TO REPORT-LINE
                   STRING 'CLCK: ' OPERATOR-MESSAGE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
               WHEN ACTION-IN NOT = 'LCK'
                AND ACTION-IN NOT = 'UNL'
                AND ACTION-IN NOT = 'SHO'
                   MOVE 'CLCK: UNKNOWN ACTION - LCK/UNL/SHO/ESC'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
               WHEN ACCOUNT-IN IS NOT NUMERIC
                OR SEQ-IN IS NOT NUMERIC
                   MOVE 'CLCK: GIVE THE ACCOUNT AND APPLICANT SEQ'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
               WHEN TP-AUTHORITY-OK = 'N'
                   MOVE SPACES TO REPORT-LINE
                   STRING 'CLCK: ' TP-MESSAGE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
               WHEN ACTION-IN = 'SHO'
                   PERFORM SHOW-LOCK-STATE
                   MOVE PL-LINE (3) TO TP-RESULT-TEXT
                   IF TP-RESULT-TEXT = SPACES
                       MOVE PL-LINE (1) TO TP-RESULT-TEXT
                   END-IF
                   PERFORM RECORD-THIRD-PARTY-ACTION
                   PERFORM SEND-LIST-SCREEN
               WHEN OTHER
                   PERFORM CHANGE-LOCK-STATE
                   MOVE REPORT-LINE TO TP-RESULT-TEXT
                   PERFORM RECORD-THIRD-PARTY-ACTION
                   PERFORM SEND-REPORT-LINE
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .

      * A third party keyed with TP=nn needs servicing scope to lock
      * or unlock the card and view scope to be told its state -
      * see copy/TPAUTHP.cpy.
       CHECK-THIRD-PARTY-REQUEST.
           EVALUATE ACTION-IN
               WHEN 'LCK'
                   MOVE 'S'        TO TP-SCOPE-NEEDED
                   MOVE 'LOCK    ' TO TP-ACTION
               WHEN 'UNL'
                   MOVE 'S'        TO TP-SCOPE-NEEDED
                   MOVE 'UNLOCK  ' TO TP-ACTION
               WHEN OTHER
                   MOVE 'V'        TO TP-SCOPE-NEEDED
                   MOVE 'SHOWLOCK' TO TP-ACTION
           END-EVALUATE

           MOVE ACCOUNT-IN  TO TP-ACCOUNT
           MOVE SEQ-IN      TO TP-SEQ-NO
           MOVE PARTY-TOKEN TO TP-PARTY-TOKEN
           PERFORM CHECK-THIRD-PARTY-AUTHORITY
           .

      ******************************************************************
      * SHO - where the lock stands.
      ******************************************************************
       SHOW-LOCK-STATE.
           MOVE ACCOUNT-IN TO CD-CUST-NO
           MOVE SEQ-IN     TO CD-APPL-SEQ-NO

           EXEC CICS READ FILE ('CARDMAS')
                           INTO   (CARDMAS-RECORD)
                           RIDFLD (CD-CARD-KEY)
                           RESP   (CARDMAS-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDMAS-RESP = DFHRESP(NORMAL)
               PERFORM SET-LOCK-STATE-TEXT
               STRING 'CARD ' CD-CUST-NO ' ' CD-APPL-SEQ-NO
                      '  ****' CD-CARD-NUMBER(13:4)
                      '  ' CD-PRODUCTION-STATUS
                   DELIMITED BY SIZE INTO PL-LINE (1)
               STRING 'LOCK: ' LOCK-STATE-TEXT
                   DELIMITED BY SIZE INTO PL-LINE (3)
               IF CD-LOCK-DATE NOT = SPACES
                   STRING 'LAST LOCKED   ' CD-LOCK-DATE
                          ' ' CD-LOCK-TIME
                       DELIMITED BY SIZE INTO PL-LINE (4)
               END-IF
               IF CD-UNLOCK-DATE NOT = SPACES
                   STRING 'LAST UNLOCKED ' CD-UNLOCK-DATE
                          ' ' CD-UNLOCK-TIME
                       DELIMITED BY SIZE INTO PL-LINE (5)
               END-IF
               IF CD-LOCK-CHANGED-BY NOT = SPACES
                   STRING 'LAST CHANGED BY ' CD-LOCK-CHANGED-BY
                       DELIMITED BY SIZE INTO PL-LINE (6)
               END-IF
           ELSE
               STRING 'CLCK: NO CARD ON FILE FOR ' ACCOUNT-IN
                      ' ' SEQ-IN
                   DELIMITED BY SIZE INTO PL-LINE (1)
               IF CARDMAS-RESP NOT = DFHRESP(NOTFND)
                   MOVE CARDMAS-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       SET-LOCK-STATE-TEXT.
           EVALUATE TRUE
               WHEN CD-CARD-LOCKED
                   MOVE 'LOCKED'                   TO LOCK-STATE-TEXT
               WHEN CD-LOCK-LIFTED
                   MOVE 'UNLOCKED'                 TO LOCK-STATE-TEXT
               WHEN CD-LOCK-REPLACED
                   MOVE 'ENDED BY REPLACEMENT'     TO LOCK-STATE-TEXT
               WHEN OTHER
                   MOVE 'NEVER LOCKED'             TO LOCK-STATE-TEXT
           END-EVALUATE
           .

      ******************************************************************
      * LCK / UNL - the lock goes on or comes off.
      ******************************************************************
       CHANGE-LOCK-STATE.
           MOVE ACCOUNT-IN TO CD-CUST-NO
           MOVE SEQ-IN     TO CD-APPL-SEQ-NO

           EXEC CICS READ FILE ('CARDMAS')
                           INTO   (CARDMAS-RECORD)
                           RIDFLD (CD-CARD-KEY)
                           UPDATE
                           RESP   (CARDMAS-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDMAS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO CARD-ON-FILE
           ELSE
               MOVE 'N' TO CARD-ON-FILE
               IF CARDMAS-RESP NOT = DFHRESP(NOTFND)
                   MOVE CARDMAS-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN CARD-ON-FILE = 'N'
                   STRING 'CLCK: NO CARD ON FILE FOR ' ACCOUNT-IN
                          ' ' SEQ-IN
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN ACTION-IN = 'LCK'
                AND CD-CARD-NUMBER = SPACES
                   MOVE 'CLCK: NO CARD NUMBER ASSIGNED YET'
                       TO REPORT-LINE
               WHEN ACTION-IN = 'LCK'
                AND CD-PRODUCTION-STATUS = 'CLOSED  '
                   STRING 'CLCK: CARD ' ACCOUNT-IN ' ' SEQ-IN
                          ' IS CLOSED'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN ACTION-IN = 'LCK' AND CD-CARD-LOCKED
                   MOVE 'CLCK: CARD IS ALREADY LOCKED' TO REPORT-LINE
               WHEN ACTION-IN = 'UNL' AND NOT CD-CARD-LOCKED
                   MOVE 'CLCK: CARD IS NOT LOCKED' TO REPORT-LINE
               WHEN OTHER
                   MOVE CARDMAS-RECORD TO JRNL-BEFORE-IMAGE
                   IF ACTION-IN = 'LCK'
                       MOVE 'L'          TO CD-LOCK-STATUS
                       MOVE CURRENT-DATE TO CD-LOCK-DATE
                       MOVE CURRENT-TIME TO CD-LOCK-TIME
                       MOVE SPACES       TO CD-UNLOCK-DATE
                       MOVE SPACES       TO CD-UNLOCK-TIME
                   ELSE
                       MOVE 'U'          TO CD-LOCK-STATUS
                       MOVE CURRENT-DATE TO CD-UNLOCK-DATE
                       MOVE CURRENT-TIME TO CD-UNLOCK-TIME
                   END-IF
                   MOVE OPERATOR-USER-ID TO CD-LOCK-CHANGED-BY

                   PERFORM SAVE-CARD-LOCK

                   IF REPORT-LINE = SPACES
                       PERFORM SET-LOCK-STATE-TEXT
                       STRING 'CLCK: CARD ' ACCOUNT-IN ' ' SEQ-IN
                              ' ****' CD-CARD-NUMBER(13:4)
                              ' IS NOW ' LOCK-STATE-TEXT
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
           END-EVALUATE

      * A refused change leaves the card exactly as it was.
           IF CARD-ON-FILE = 'Y'
              AND CARD-SAVED = 'N'
               EXEC CICS UNLOCK FILE ('CARDMAS')
                                RESP (COMMAND-RESP)
                                RESP2(COMMAND-RESP2)
               END-EXEC
           END-IF
           .

       SAVE-CARD-LOCK.
           EXEC CICS REWRITE FILE ('CARDMAS')
                             FROM (CARDMAS-RECORD)
                             RESP  (CARDMAS-RESP)
                             RESP2 (COMMAND-RESP2)
           END-EXEC

           IF CARDMAS-RESP NOT = DFHRESP(NORMAL)
               MOVE CARDMAS-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               STRING 'CLCK: CARD NOT UPDATED FOR ' ACCOUNT-IN
                      ' ' SEQ-IN ' - TRY AGAIN'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE 'Y'            TO CARD-SAVED
               MOVE SPACES         TO JRNL-AFTER-IMAGE
               MOVE CARDMAS-RECORD TO JRNL-AFTER-IMAGE
               MOVE CD-CUST-NO     TO JRNL-ACCOUNT
               MOVE 'CARDMAS '     TO JRNL-FILE-NAME
               PERFORM WRITE-CHANGE-JOURNAL
           END-IF
           .

      ******************************************************************
      * ESC - every card still locked since before the cut-off date
      * is presumed lost and replaced through CRPL.
      ******************************************************************
       ESCALATE-LONG-LOCKS.
           MOVE 'DEFAULT ' TO CP-PARM-ID

           EXEC CICS READ FILE ('CTLPARM')
                           INTO   (CTLPARM-RECORD)
                           RIDFLD (CP-PARM-ID)
                           RESP   (COMMAND-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
               IF CP-LOCK-ESCALATE-DAYS IS NUMERIC
                  AND CP-LOCK-ESCALATE-DAYS > 0
                   MOVE CP-LOCK-ESCALATE-DAYS TO LOCK-ESCALATE-DAYS
               END-IF
           END-IF

           COMPUTE ESCALATE-ABSTIME =
               CURRENT-ABSTIME - (LOCK-ESCALATE-DAYS * 86400000)

           EXEC CICS FORMATTIME ABSTIME(ESCALATE-ABSTIME)
                     YYYYMMDD(ESCALATE-BEFORE-DATE)
           END-EXEC

           MOVE 0          TO LOCKED-CARDS-SEEN
           MOVE 0          TO ESCALATE-COUNT
           MOVE 0          TO ESCALATED-OK
           MOVE 'N'        TO END-OF-CARD-SCAN
           MOVE LOW-VALUES TO CD-CARD-KEY

           EXEC CICS STARTBR FILE ('CARDMAS')
                             RIDFLD (CD-CARD-KEY)
                             GTEQ
                             RESP   (CARDMAS-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDMAS-RESP = DFHRESP(NORMAL)
               PERFORM COLLECT-ONE-LOCKED-CARD
                   UNTIL END-OF-CARD-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('CARDMAS')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF CARDMAS-RESP NOT = DFHRESP(NOTFND)
                   MOVE CARDMAS-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           MOVE 0 TO ESCALATE-IX
           PERFORM REPLACE-ONE-LOCKED-CARD
               UNTIL ESCALATE-IX NOT < ESCALATE-COUNT

           MOVE SPACES TO OPERATOR-MESSAGE
           STRING LOCKED-CARDS-SEEN ' LOCKED CARDS, '
                  ESCALATED-OK ' REPLACED AFTER '
                  LOCK-ESCALATE-DAYS ' DAYS'
               DELIMITED BY SIZE INTO OPERATOR-MESSAGE

           EXEC CICS WRITE OPERATOR TEXT(OPERATOR-MESSAGE)
                           RESP (COMMAND-RESP)
                           RESP2(COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

       COLLECT-ONE-LOCKED-CARD.
           EXEC CICS READNEXT FILE ('CARDMAS')
                              INTO  (CARDMAS-RECORD)
                              RIDFLD(CD-CARD-KEY)
                              RESP  (CARDMAS-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF CARDMAS-RESP = DFHRESP(NORMAL)
               IF CD-CARD-LOCKED
                   ADD 1 TO LOCKED-CARDS-SEEN
                   IF CD-LOCK-DATE < ESCALATE-BEFORE-DATE
                      AND ESCALATE-COUNT < 50
                       ADD 1 TO ESCALATE-COUNT
                       MOVE CD-CUST-NO
                           TO EC-CUST-NO (ESCALATE-COUNT)
                       MOVE CD-APPL-SEQ-NO
                           TO EC-APPL-SEQ-NO (ESCALATE-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-CARD-SCAN
               IF CARDMAS-RESP NOT = DFHRESP(ENDFILE)
                   MOVE CARDMAS-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * CRPL does the whole replacement in its own way - hot-list,
      * card history, new number, emboss queue - and ends the lock.
       REPLACE-ONE-LOCKED-CARD.
           ADD 1 TO ESCALATE-IX
           MOVE EC-CUST-NO (ESCALATE-IX)     TO RR-ACCOUNT
           MOVE EC-APPL-SEQ-NO (ESCALATE-IX) TO RR-SEQ

           EXEC CICS PUT CONTAINER ('CARDREPLIN')
                           FROM    (REPL-REQUEST)
                           CHANNEL (LOCK-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM (CARDREPL-PROG)
                          CHANNEL (LOCK-CHANNEL)
                          RESP    (COMMAND-RESP)
                          RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE SPACES TO REPL-ANSWER
           EXEC CICS GET CONTAINER ('CARDREPLOUT')
                           INTO    (REPL-ANSWER)
                           CHANNEL (LOCK-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           IF REPL-ANSWER(1:19) = 'CRPL: CARD REPLACED'
               ADD 1 TO ESCALATED-OK
           END-IF
           .

       SCHEDULE-NEXT-SWEEP.
           EXEC CICS START TRANSID ('CLCK')
                           AFTER HOURS(24)
                           RESP  (COMMAND-RESP)
                           RESP2 (COMMAND-RESP2)
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

       COPY TPAUTHP.

       COPY CICSERR.

       END PROGRAM 'CSCRDLCK'.
