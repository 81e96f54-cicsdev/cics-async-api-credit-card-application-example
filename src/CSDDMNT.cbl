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
      *  CSDDMNT
      *
      * Direct debit mandate maintenance transaction (run as DDMT).
      * A mandate is normally given at application time (see
      * CAPTURE-MANDATE-IF-GIVEN in src/ASYNCPNT.cbl); this is
      * where an operator looks after it afterwards, on the
      * cardholder's instruction. A single input line drives one
      * of five actions:
      *
      *   DDMT SHO nnnnnnnn [s]
      *        - display the mandate for card position nnnnnnnn/s:
      *          status, bank details (account masked to its last
      *          four digits), what it pays, the last collection
      *          and the returns counted against it.
      *   DDMT SET nnnnnnnn s ssssss aaaaaaaa [M|F]
      *        - set up a new mandate, or replace the bank details
      *          of an existing one, paying the minimum (M, the
      *          default) or the full balance (F). The mandate goes
      *          ACTIVE with no returns counted, and the capture
      *          stamp is the operator's. The card position must be
      *          on CARDMAS and not closed.
      *   DDMT SUS nnnnnnnn [s]
      *        - suspend an ACTIVE mandate - nothing is collected
      *          until it is resumed.
      *   DDMT RES nnnnnnnn [s]
      *        - resume a SUSPENDD mandate.
      *   DDMT CAN nnnnnnnn [s]
      *        - cancel the mandate (reason OPERATOR). Bring it
      *          back with SET.
      *
      * A collection already on its way to the bank still arrives
      * and still posts - a change here governs the next due date.
      * Every change stamps the operator's user id and the date on
      * the mandate, and the before and after images go on the
      * CHGJRNL change journal under the account.
      *
      * Four-digit accounts are accepted and zero-padded, the same
      * compatibility window every terminal parser honors.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSDDMNT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * DDMANDT and CARDMAS are CICS-owned VSAM files (defined in
      * the FCT, not opened by this program) - accessed entirely
      * through EXEC CICS commands below, never native COBOL I/O.
           COPY DDMANDT.

           COPY CARDMAS.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 INPUT-ARGUMENTS       PIC X(40).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 49.

       1 ACCOUNT-IN              PIC X(8) VALUE SPACES.
       1 SEQ-IN                  PIC X(1) VALUE SPACES.
       1 SORT-CODE-IN            PIC X(6) VALUE SPACES.
       1 BANK-ACCOUNT-IN         PIC X(8) VALUE SPACES.
       1 OPTION-IN               PIC X(1) VALUE SPACES.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.

       1 DDMANDT-RESP            PIC S9(8) COMP.
       1 CARDMAS-RESP            PIC S9(8) COMP.
       1 MANDATE-ON-FILE         PIC X(1) VALUE 'N'.
       1 MANDATE-SAVED           PIC X(1) VALUE 'N'.

       1 LIST-SCREEN.
         2 PL-LINE OCCURS 12     PIC X(79).

       1 AMOUNT-DISPLAY          PIC Z(6)9.99.
       1 PAY-OPTION-TEXT         PIC X(12) VALUE SPACES.

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
         2 CE-PROGRAM  PIC X(8) VALUE 'CSDDMNT '.
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

           EXEC CICS ASSIGN USERID(OPERATOR-USER-ID)
           END-EXEC

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
           END-EXEC

           UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
               INTO ACCOUNT-IN SEQ-IN SORT-CODE-IN BANK-ACCOUNT-IN
                    OPTION-IN
           END-UNSTRING

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

           EVALUATE TRUE
               WHEN ACTION-IN NOT = 'SHO'
                AND ACTION-IN NOT = 'SET'
                AND ACTION-IN NOT = 'SUS'
                AND ACTION-IN NOT = 'RES'
                AND ACTION-IN NOT = 'CAN'
                   MOVE 'DDMT: UNKNOWN ACTION - SHO/SET/SUS/RES/CAN'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
               WHEN ACCOUNT-IN IS NOT NUMERIC
                OR SEQ-IN IS NOT NUMERIC
                   MOVE 'DDMT: GIVE THE ACCOUNT AND APPLICANT SEQ'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
               WHEN ACTION-IN = 'SHO'
                   PERFORM SHOW-MANDATE
                   PERFORM SEND-LIST-SCREEN
               WHEN ACTION-IN = 'SET'
                   PERFORM SET-UP-MANDATE
                   PERFORM SEND-REPORT-LINE
               WHEN OTHER
                   PERFORM CHANGE-MANDATE-STATUS
                   PERFORM SEND-REPORT-LINE
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .

      ******************************************************************
      * SHO - the mandate in full, the bank account masked.
      ******************************************************************
       SHOW-MANDATE.
           MOVE ACCOUNT-IN TO DM-CUST-NO
           MOVE SEQ-IN     TO DM-APPL-SEQ-NO

           EXEC CICS READ FILE ('DDMANDT')
                           INTO   (DDMANDT-RECORD)
                           RIDFLD (DM-MANDATE-KEY)
                           RESP   (DDMANDT-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF DDMANDT-RESP = DFHRESP(NORMAL)
               IF DM-PAYS-FULL
                   MOVE 'FULL BALANCE' TO PAY-OPTION-TEXT
               ELSE
                   MOVE 'MINIMUM DUE ' TO PAY-OPTION-TEXT
               END-IF
               STRING 'DIRECT DEBIT MANDATE ' DM-CUST-NO
                      ' ' DM-APPL-SEQ-NO '  ' DM-STATUS
                   DELIMITED BY SIZE INTO PL-LINE (1)
               STRING 'SORT CODE ' DM-SORT-CODE
                      '  ACCOUNT ****' DM-BANK-ACCOUNT(5:4)
                      '  PAYS ' PAY-OPTION-TEXT
                   DELIMITED BY SIZE INTO PL-LINE (3)
               STRING 'GIVEN ' DM-CAPTURE-TIMESTAMP(1:8)
                      ' ' DM-CAPTURE-TIMESTAMP(10:8)
                      '  CHANNEL ' DM-CHANNEL
                      '  BY ' DM-CAPTURED-BY
                   DELIMITED BY SIZE INTO PL-LINE (4)
               IF DM-CHANGED-BY NOT = SPACES
                   STRING 'LAST CHANGED ' DM-CHANGED-DATE
                          ' BY ' DM-CHANGED-BY
                       DELIMITED BY SIZE INTO PL-LINE (5)
               END-IF
               IF DM-IS-CANCELLED
                   STRING 'CANCELLED ' DM-CANCEL-DATE
                          '  REASON ' DM-CANCEL-REASON
                       DELIMITED BY SIZE INTO PL-LINE (6)
               END-IF
               IF DM-COLL-STATUS NOT = SPACES
                   MOVE DM-COLL-AMOUNT TO AMOUNT-DISPLAY
                   STRING 'LAST COLLECTION ' AMOUNT-DISPLAY
                          ' DUE ' DM-COLL-DUE-DATE
                          '  ' DM-COLL-STATUS
                          '  SENT ' DM-COLL-SENT-DATE
                       DELIMITED BY SIZE INTO PL-LINE (8)
               END-IF
               STRING 'RETURNED UNPAID: ' DM-RETURN-COUNT
                      '  LAST REASON ' DM-LAST-RETURN-REASON
                   DELIMITED BY SIZE INTO PL-LINE (9)
           ELSE
               STRING 'DDMT: NO MANDATE FOR ' ACCOUNT-IN ' ' SEQ-IN
                   DELIMITED BY SIZE INTO PL-LINE (1)
               IF DDMANDT-RESP NOT = DFHRESP(NOTFND)
                   MOVE DDMANDT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      ******************************************************************
      * SET - a new mandate, or new bank details on an old one.
      ******************************************************************
       SET-UP-MANDATE.
           EVALUATE TRUE
               WHEN SORT-CODE-IN IS NOT NUMERIC
                OR BANK-ACCOUNT-IN IS NOT NUMERIC
                   MOVE 'DDMT: SET NEEDS A 6 DIGIT SORT CODE AND 8 DIGIT
      -                ' ACCOUNT' TO REPORT-LINE
               WHEN OPTION-IN NOT = SPACES
                AND OPTION-IN NOT = 'M'
                AND OPTION-IN NOT = 'F'
                   MOVE 'DDMT: PAY OPTION IS M (MINIMUM) OR F (FULL)'
                       TO REPORT-LINE
               WHEN OTHER
                   PERFORM CHECK-CARD-POSITION
           END-EVALUATE

           IF REPORT-LINE = SPACES
               PERFORM READ-MANDATE-FOR-UPDATE

               IF MANDATE-ON-FILE = 'Y'
                   MOVE DDMANDT-RECORD TO JRNL-BEFORE-IMAGE
               ELSE
                   MOVE SPACES      TO JRNL-BEFORE-IMAGE
                   MOVE SPACES      TO DDMANDT-RECORD
                   MOVE ACCOUNT-IN  TO DM-CUST-NO
                   MOVE SEQ-IN      TO DM-APPL-SEQ-NO
                   MOVE 0           TO DM-COLL-AMOUNT
               END-IF

               MOVE 'ACTIVE  '      TO DM-STATUS
               MOVE SORT-CODE-IN    TO DM-SORT-CODE
               MOVE BANK-ACCOUNT-IN TO DM-BANK-ACCOUNT
               IF OPTION-IN = 'F'
                   MOVE 'F' TO DM-PAY-OPTION
               ELSE
                   MOVE 'M' TO DM-PAY-OPTION
               END-IF
               MOVE 'O'              TO DM-CHANNEL
               MOVE OPERATOR-USER-ID TO DM-CAPTURED-BY
               MOVE SPACES           TO DM-CAPTURE-TIMESTAMP
               EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                         YYYYMMDD(DM-CAPTURE-TIMESTAMP(1:8))
                         TIME(DM-CAPTURE-TIMESTAMP(10:8))
               END-EXEC
               MOVE SPACES TO DM-CANCEL-DATE
               MOVE SPACES TO DM-CANCEL-REASON
               MOVE SPACES TO DM-LAST-RETURN-REASON
               MOVE 0      TO DM-RETURN-COUNT

               PERFORM STAMP-AND-SAVE-MANDATE

               IF REPORT-LINE = SPACES
                   STRING 'DDMT: MANDATE FOR ' ACCOUNT-IN ' ' SEQ-IN
                          ' SET UP - ACTIVE, PAYS ' DM-PAY-OPTION
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           .

       CHECK-CARD-POSITION.
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
                   STRING 'DDMT: NO CARD ON FILE FOR ' ACCOUNT-IN
                          ' ' SEQ-IN
                       DELIMITED BY SIZE INTO REPORT-LINE
                   IF CARDMAS-RESP NOT = DFHRESP(NOTFND)
                       MOVE CARDMAS-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN CD-PRODUCTION-STATUS = 'CLOSED  '
                   STRING 'DDMT: CARD ' ACCOUNT-IN ' ' SEQ-IN
                          ' IS CLOSED'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      ******************************************************************
      * SUS / RES / CAN - the mandate's status moves on.
      ******************************************************************
       CHANGE-MANDATE-STATUS.
           PERFORM READ-MANDATE-FOR-UPDATE

           EVALUATE TRUE
               WHEN MANDATE-ON-FILE = 'N'
                   STRING 'DDMT: NO MANDATE FOR ' ACCOUNT-IN ' ' SEQ-IN
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN ACTION-IN = 'SUS' AND NOT DM-IS-ACTIVE
                   STRING 'DDMT: ONLY AN ACTIVE MANDATE CAN BE '
                          'SUSPENDED - THIS ONE IS ' DM-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN ACTION-IN = 'RES' AND NOT DM-IS-SUSPENDED
                   STRING 'DDMT: ONLY A SUSPENDD MANDATE CAN BE '
                          'RESUMED - THIS ONE IS ' DM-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN ACTION-IN = 'CAN' AND DM-IS-CANCELLED
                   MOVE 'DDMT: MANDATE IS ALREADY CANCELLED'
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE DDMANDT-RECORD TO JRNL-BEFORE-IMAGE
                   EVALUATE ACTION-IN
                       WHEN 'SUS'
                           MOVE 'SUSPENDD' TO DM-STATUS
                       WHEN 'RES'
                           MOVE 'ACTIVE  ' TO DM-STATUS
                       WHEN OTHER
                           MOVE 'CANCELLD'   TO DM-STATUS
                           MOVE CURRENT-DATE TO DM-CANCEL-DATE
                           MOVE 'OPERATOR'   TO DM-CANCEL-REASON
                   END-EVALUATE

                   PERFORM STAMP-AND-SAVE-MANDATE

                   IF REPORT-LINE = SPACES
                       STRING 'DDMT: MANDATE FOR ' ACCOUNT-IN ' '
                              SEQ-IN ' IS NOW ' DM-STATUS
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
           END-EVALUATE

      * A refused change leaves the mandate exactly as it was.
           IF MANDATE-ON-FILE = 'Y'
              AND MANDATE-SAVED = 'N'
               EXEC CICS UNLOCK FILE ('DDMANDT')
                                RESP (COMMAND-RESP)
                                RESP2(COMMAND-RESP2)
               END-EXEC
           END-IF
           .

       READ-MANDATE-FOR-UPDATE.
           MOVE ACCOUNT-IN TO DM-CUST-NO
           MOVE SEQ-IN     TO DM-APPL-SEQ-NO

           EXEC CICS READ FILE ('DDMANDT')
                           INTO   (DDMANDT-RECORD)
                           RIDFLD (DM-MANDATE-KEY)
                           UPDATE
                           RESP   (DDMANDT-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF DDMANDT-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO MANDATE-ON-FILE
           ELSE
               MOVE 'N' TO MANDATE-ON-FILE
               IF DDMANDT-RESP NOT = DFHRESP(NOTFND)
                   MOVE DDMANDT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * The audit stamp - who changed the mandate and when - on the
      * mandate itself and on the change journal.
       STAMP-AND-SAVE-MANDATE.
           MOVE OPERATOR-USER-ID TO DM-CHANGED-BY
           MOVE CURRENT-DATE     TO DM-CHANGED-DATE

           IF MANDATE-ON-FILE = 'Y'
               EXEC CICS REWRITE FILE ('DDMANDT')
                                 FROM (DDMANDT-RECORD)
                                 RESP  (DDMANDT-RESP)
                                 RESP2 (COMMAND-RESP2)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE ('DDMANDT')
                               FROM   (DDMANDT-RECORD)
                               RIDFLD (DM-MANDATE-KEY)
                               RESP   (DDMANDT-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC
           END-IF

           IF DDMANDT-RESP NOT = DFHRESP(NORMAL)
               MOVE DDMANDT-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               STRING 'DDMT: MANDATE NOT SAVED FOR ' ACCOUNT-IN
                      ' ' SEQ-IN ' - TRY AGAIN'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE 'Y'            TO MANDATE-SAVED
               MOVE SPACES         TO JRNL-AFTER-IMAGE
               MOVE DDMANDT-RECORD TO JRNL-AFTER-IMAGE
               MOVE DM-CUST-NO     TO JRNL-ACCOUNT
               MOVE 'DDMANDT '     TO JRNL-FILE-NAME
               PERFORM WRITE-CHANGE-JOURNAL
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

       END PROGRAM 'CSDDMNT'.
