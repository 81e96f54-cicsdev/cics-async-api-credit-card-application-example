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
      *  CSCMPLNT
      *
      * Customer complaints register transaction (run as CMPL).
      * Complaints by phone and letter used to be kept in a
      * spreadsheet, so nothing could show the regulator that each
      * was acknowledged and answered inside its deadline. Every
      * complaint is now a COMPLNT row (see copy/COMPLNT.cpy),
      * driven by a single input line:
      *
      *   CMPL LOG nnnnnnnn c catg [s] [card-number] [ltrdate ltrtime]
      *        - log a complaint against the account: channel P
      *          (phone) or L (letter), category code, and
      *          optionally the applicant sequence, the card number
      *          and an LTRARCH letter (its date and time - the
      *          sequence must be given with it) the complaint is
      *          about. Each named reference must be on file. The
      *          acknowledgement and final-response deadlines are
      *          worked out in BUSCAL business days by the CSBDAYS
      *          helper, and the logging operator owns the
      *          complaint until it is reassigned.
      *   CMPL SHO nnnnnnnn nn
      *        - display the complaint.
      *   CMPL ACK nnnnnnnn nn
      *        - record the acknowledgement.
      *   CMPL OWN nnnnnnnn nn userid
      *        - reassign the complaint to another owner.
      *   CMPL UPH nnnnnnnn nn rtcd note...
      *   CMPL REJ nnnnnnnn nn rtcd note...
      *        - final response: uphold or reject, with the root
      *          cause code and a note. The final-response letter
      *          goes out through ACCLTR (outcome CMPUPHLD or
      *          CMPREJCT on LTRTMPL) and the LTRARCH/CSLTRPRT
      *          dispatch chain like every other customer letter. A
      *          final response also counts as the acknowledgement
      *          if none was recorded.
      *
      * Complaints show on the TLIN timeline (see src/CSTIMLNE.cbl)
      * and are measured by the CSCMPRPT monthly report.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCMPLNT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * COMPLNT, CUSTMAS, CUSTADDR, CARDMAS, LTRARCH and CTLPARM are
      * CICS-owned VSAM files (defined in the FCT, not opened by this
      * program) - all accessed entirely through EXEC CICS commands
      * below, never native COBOL I/O.
           COPY COMPLNT.

           COPY CUSTMAS.

           COPY CUSTADDR.

           COPY CARDMAS.

           COPY LTRARCH.

           COPY CTLPARM.

      * Same shape as ASYNCPNT's RETURN-DATA - what ACCLTR formats
      * the final-response letter from.
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
         2 APPLICATION-RESULT      PIC X(7)  VALUE ' '.
         2 PRICING-DATA.
           3 CARD-APR              PIC 9(2)V99 VALUE 0.
           3 CARD-ANNUAL-FEE       PIC 9(5)    VALUE 0.
           3 PROMO-RATE            PIC 9(2)V99 VALUE 0.
           3 PROMO-MONTHS          PIC 9(2)    VALUE 0.
         2 REASON-CODES            VALUE SPACES.
           3 REASON-CODE           PIC X(4) OCCURS 4.
         2 CARD-NUMBER             PIC X(16) VALUE SPACES.

       1 ACCOUNT-NUMBER-IN.
         2 CUST-NO-IN      PIC X(8).
         2 PRODUCT-CODE-IN PIC X(4).
         2 APPL-SEQ-NO     PIC 9(1) VALUE 1.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 ACCOUNT-IN            PIC X(8).
         2 FILLER                PIC X(1).
         2 ARGS-IN               PIC X(60).
      * LOG - what the complaint is and what it is about.
         2 LOG-ARGS REDEFINES ARGS-IN.
           3 CHANNEL-IN          PIC X(1).
           3 FILLER              PIC X(1).
           3 CATEGORY-IN         PIC X(4).
           3 FILLER              PIC X(1).
           3 SEQ-IN              PIC X(1).
           3 FILLER              PIC X(1).
           3 CARD-IN             PIC X(16).
           3 FILLER              PIC X(1).
           3 LETTER-DATE-IN      PIC X(8).
           3 FILLER              PIC X(1).
           3 LETTER-TIME-IN      PIC X(8).
           3 FILLER              PIC X(17).
      * Every other action - the complaint number, then the owner
      * (OWN) or the root cause and note (UPH/REJ).
         2 CASE-ARGS REDEFINES ARGS-IN.
           3 CASE-NO-IN          PIC X(2).
           3 FILLER              PIC X(1).
           3 OWNER-IN            PIC X(8).
           3 FILLER              PIC X(49).
         2 FINAL-ARGS REDEFINES ARGS-IN.
           3 FILLER              PIC X(3).
           3 ROOT-CAUSE-IN       PIC X(4).
           3 FILLER              PIC X(1).
           3 NOTE-IN             PIC X(40).
           3 FILLER              PIC X(12).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 78.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.
       1 CASE-NO-PAD-TOKEN       PIC X(1) VALUE SPACES.
       1 CASE-NO-DISPLAY         PIC 9(2) VALUE 0.

       1 COMPLNT-RESP            PIC S9(8) COMP.
       1 CUSTMAS-RESP            PIC S9(8) COMP.
       1 CUSTADDR-RESP           PIC S9(8) COMP.
       1 CARDMAS-RESP            PIC S9(8) COMP.
       1 LTRARCH-RESP            PIC S9(8) COMP.
       1 CTLPARM-RESP            PIC S9(8) COMP.

      * Next complaint number - the account's rows are browsed and
      * the highest number on file is stepped on by one.
       1 END-OF-COMPLAINT-SCAN   PIC X(1) VALUE 'N'.
       1 HIGHEST-COMPLAINT-NO    PIC 9(2) VALUE 0.
       1 NEW-COMPLAINT-NO        PIC 9(2) VALUE 0.

      * Card reference check - the account's CARDMAS rows are
      * browsed for the quoted number.
       1 END-OF-CARD-SCAN        PIC X(1) VALUE 'N'.
       1 CARD-ON-ACCOUNT         PIC X(1) VALUE 'N'.

       1 LOG-REFUSAL             PIC X(60) VALUE SPACES.

      * Deadline defaults - overridden from CTLPARM when set.
       1 ACK-BDAYS               PIC 9(2) VALUE 3.
       1 FINAL-BDAYS             PIC 9(3) VALUE 35.

      * Container interface to the CSBDAYS deadline calculation -
      * see src/CSBDAYS.cbl.
       1 BDAYS-ADD-REQUEST.
         2 ADD-FROM-DATE         PIC X(8).
         2 DAYS-TO-ADD           PIC S9(8) COMP.
       1 BDAYS-DUE-RESULT.
         2 DUE-DATE              PIC X(8).

       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
       1 CURRENT-DATE            PIC X(8).
       1 CURRENT-TIME            PIC X(8).
       1 OPERATOR-USER-ID        PIC X(8) VALUE SPACES.

       1 CMPL-CHANNEL            PIC X(16) VALUE 'CMPLCHANNEL     '.
       1 BDAYS-PROG              PIC X(8)  VALUE 'CSBDAYS '.
       1 LETTER-PROG             PIC X(8)  VALUE 'ACCLTR  '.

      * Field-level PII protection - see src/CSCRYPT.cbl.
       1 CRYPT-DECRYPT           PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN         PIC S9(4) COMP VALUE 0.

      * Operator role gate - see copy/OPERROLE.cpy and the shared
      * CHECK-OPERATOR-AUTHORITY fragment in copy/OPAUTHP.cpy.
      * Complaints are servicing work; underwriters take the ones
      * about credit decisions.
           COPY OPERROLE.

       1 OPAUTH-ROLE-RESP        PIC S9(8) COMP.
       1 OPAUTH-CTL-RESP         PIC S9(8) COMP.
       1 OPAUTH-USER-ID          PIC X(8)  VALUE SPACES.
       1 OPERATOR-AUTHORIZED     PIC X(1)  VALUE 'Y'.
       1 REQUIRED-ROLE-1         PIC X(10) VALUE 'MAINTAINER'.
       1 REQUIRED-ROLE-2         PIC X(10) VALUE 'UNDERWRITR'.
       1 OPAUTH-LOG-QUEUE        PIC X(8)  VALUE 'CCAUTHLG'.
       1 OPAUTH-LOG-RECORD.
         2 OG-USER-ID            PIC X(8).
         2 OG-TRANID             PIC X(4).
         2 OG-NEEDED-ROLE        PIC X(10).
         2 OG-ABSTIME            PIC S9(15) COMP-3.

       1 REPORT-LINE             PIC X(80) VALUE ' '.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.
       1 CICSERR-RECORD.
         2 CE-PROGRAM  PIC X(8) VALUE 'CSCMPLNT'.
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
           IF ACCOUNT-IN(5:4) = SPACES
              AND ACCOUNT-IN(1:4) NOT = SPACES
               MOVE ACCOUNT-IN(1:4) TO ACCT-PAD-TOKEN
               MOVE SPACES TO ACCOUNT-IN
               STRING '0000' ACCT-PAD-TOKEN
                   DELIMITED BY SIZE INTO ACCOUNT-IN
           END-IF

      * A one-digit complaint number is taken as 0n.
           IF ACTION-IN NOT = 'LOG'
              AND CASE-NO-IN(2:1) = SPACE
              AND CASE-NO-IN(1:1) NOT = SPACE
               MOVE CASE-NO-IN(1:1) TO CASE-NO-PAD-TOKEN
               MOVE '0' TO CASE-NO-IN(1:1)
               MOVE CASE-NO-PAD-TOKEN TO CASE-NO-IN(2:1)
           END-IF

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
                     TIME(CURRENT-TIME)
           END-EXEC

           EXEC CICS ASSIGN USERID(OPERATOR-USER-ID)
           END-EXEC

           EVALUATE ACTION-IN
               WHEN 'LOG'
                   PERFORM LOG-THE-COMPLAINT
               WHEN 'SHO'
                   PERFORM SHOW-THE-COMPLAINT
               WHEN 'ACK'
                   PERFORM ACKNOWLEDGE-THE-COMPLAINT
               WHEN 'OWN'
                   PERFORM REASSIGN-THE-COMPLAINT
               WHEN 'UPH'
                   PERFORM ANSWER-THE-COMPLAINT
               WHEN 'REJ'
                   PERFORM ANSWER-THE-COMPLAINT
               WHEN OTHER
                   MOVE 'CMPL: UNKNOWN ACTION - LOG/SHO/ACK/OWN/UPH/REJ'
                       TO REPORT-LINE
           END-EVALUATE

           PERFORM SEND-REPORT-LINE

           EXEC CICS RETURN
           END-EXEC
           .

      * Everything the complaint names is checked before anything
      * is written - a register entry pointing at a card or letter
      * that is not there is worse than none.
       LOG-THE-COMPLAINT.
           MOVE SPACES TO LOG-REFUSAL
           PERFORM VALIDATE-NEW-COMPLAINT

           IF LOG-REFUSAL NOT = SPACES
               MOVE LOG-REFUSAL TO REPORT-LINE
           ELSE
               PERFORM FIND-NEXT-COMPLAINT-NO

               IF HIGHEST-COMPLAINT-NO = 99
                   MOVE 'CMPL: ACCOUNT HAS 99 COMPLAINTS ON FILE'
                       TO REPORT-LINE
               ELSE
                   PERFORM READ-CONTROL-PARAMETERS
                   PERFORM BUILD-NEW-COMPLAINT
                   PERFORM WRITE-NEW-COMPLAINT
               END-IF
           END-IF
           .

       VALIDATE-NEW-COMPLAINT.
           MOVE CHANNEL-IN  TO CQ-CHANNEL
           MOVE CATEGORY-IN TO CQ-CATEGORY

           EVALUATE TRUE
               WHEN NOT CQ-VALID-CHANNEL
                   MOVE 'CMPL: CHANNEL MUST BE P (PHONE) OR L (LETTER)'
                       TO LOG-REFUSAL
               WHEN NOT CQ-VALID-CATEGORY
                   MOVE 'CMPL: UNKNOWN CATEGORY - SEE COMPLNT CODES'
                       TO LOG-REFUSAL
               WHEN SEQ-IN NOT = SPACE
                AND SEQ-IN NOT NUMERIC
                   MOVE 'CMPL: APPLICANT SEQUENCE MUST BE A DIGIT'
                       TO LOG-REFUSAL
               WHEN LETTER-DATE-IN NOT = SPACES
                AND SEQ-IN = SPACE
                   MOVE 'CMPL: GIVE THE APPLICANT SEQ WITH THE LETTER'
                       TO LOG-REFUSAL
               WHEN OTHER
                   PERFORM READ-CUSTOMER-IDENTITY
                   IF CUSTMAS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'CMPL: NO SUCH ACCOUNT' TO LOG-REFUSAL
                   END-IF
           END-EVALUATE

           IF LOG-REFUSAL = SPACES
              AND CARD-IN NOT = SPACES
               PERFORM CHECK-CARD-ON-ACCOUNT
               IF CARD-ON-ACCOUNT = 'N'
                   MOVE 'CMPL: CARD NUMBER IS NOT ON THIS ACCOUNT'
                       TO LOG-REFUSAL
               END-IF
           END-IF

           IF LOG-REFUSAL = SPACES
              AND LETTER-DATE-IN NOT = SPACES
               PERFORM CHECK-LETTER-ON-FILE
               IF LTRARCH-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CMPL: NO SUCH LETTER ON THE ARCHIVE'
                       TO LOG-REFUSAL
               END-IF
           END-IF
           .

       CHECK-CARD-ON-ACCOUNT.
           MOVE 'N' TO CARD-ON-ACCOUNT
           MOVE 'N' TO END-OF-CARD-SCAN
           MOVE ACCOUNT-IN TO CD-CUST-NO
           MOVE 0          TO CD-APPL-SEQ-NO

           EXEC CICS STARTBR FILE ('CARDMAS')
                             RIDFLD (CD-CARD-KEY)
                             GTEQ
                             RESP   (CARDMAS-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDMAS-RESP = DFHRESP(NORMAL)
               PERFORM SCAN-ONE-CARD
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
           .

       SCAN-ONE-CARD.
           EXEC CICS READNEXT FILE ('CARDMAS')
                              INTO  (CARDMAS-RECORD)
                              RIDFLD(CD-CARD-KEY)
                              RESP  (CARDMAS-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF CARDMAS-RESP = DFHRESP(NORMAL)
              AND CD-CUST-NO = ACCOUNT-IN
               IF CD-CARD-NUMBER = CARD-IN
                   MOVE 'Y' TO CARD-ON-ACCOUNT
                   MOVE 'Y' TO END-OF-CARD-SCAN
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-CARD-SCAN
               IF CARDMAS-RESP NOT = DFHRESP(ENDFILE)
                  AND CARDMAS-RESP NOT = DFHRESP(NORMAL)
                   MOVE CARDMAS-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       CHECK-LETTER-ON-FILE.
           MOVE ACCOUNT-IN     TO LA-CUST-NO
           MOVE SEQ-IN         TO LA-APPL-SEQ-NO
           MOVE LETTER-DATE-IN TO LA-LETTER-DATE
           MOVE LETTER-TIME-IN TO LA-LETTER-TIME

           EXEC CICS READ FILE ('LTRARCH')
                           INTO   (LTRARCH-RECORD)
                           RIDFLD (LA-LETTER-KEY)
                           RESP   (LTRARCH-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF LTRARCH-RESP NOT = DFHRESP(NORMAL)
              AND LTRARCH-RESP NOT = DFHRESP(NOTFND)
               MOVE LTRARCH-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

      * Keyed prefix browse of the account's complaints - the last
      * one read is the highest number on file.
       FIND-NEXT-COMPLAINT-NO.
           MOVE 0   TO HIGHEST-COMPLAINT-NO
           MOVE 'N' TO END-OF-COMPLAINT-SCAN
           MOVE ACCOUNT-IN TO CQ-CUST-NO
           MOVE 0          TO CQ-COMPLAINT-NO

           EXEC CICS STARTBR FILE ('COMPLNT')
                             RIDFLD (CQ-COMPLAINT-KEY)
                             GTEQ
                             RESP   (COMPLNT-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF COMPLNT-RESP = DFHRESP(NORMAL)
               PERFORM SCAN-ONE-COMPLAINT
                   UNTIL END-OF-COMPLAINT-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('COMPLNT')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF COMPLNT-RESP NOT = DFHRESP(NOTFND)
                   MOVE COMPLNT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           IF HIGHEST-COMPLAINT-NO < 99
               COMPUTE NEW-COMPLAINT-NO = HIGHEST-COMPLAINT-NO + 1
           END-IF
           .

       SCAN-ONE-COMPLAINT.
           EXEC CICS READNEXT FILE ('COMPLNT')
                              INTO  (COMPLNT-RECORD)
                              RIDFLD(CQ-COMPLAINT-KEY)
                              RESP  (COMPLNT-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF COMPLNT-RESP = DFHRESP(NORMAL)
              AND CQ-CUST-NO = ACCOUNT-IN
               MOVE CQ-COMPLAINT-NO TO HIGHEST-COMPLAINT-NO
           ELSE
               MOVE 'Y' TO END-OF-COMPLAINT-SCAN
               IF COMPLNT-RESP NOT = DFHRESP(ENDFILE)
                  AND COMPLNT-RESP NOT = DFHRESP(NORMAL)
                   MOVE COMPLNT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
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
               IF CP-CMPL-ACK-BDAYS IS NUMERIC
                  AND CP-CMPL-ACK-BDAYS > 0
                   MOVE CP-CMPL-ACK-BDAYS TO ACK-BDAYS
               END-IF
               IF CP-CMPL-FINAL-BDAYS IS NUMERIC
                  AND CP-CMPL-FINAL-BDAYS > 0
                   MOVE CP-CMPL-FINAL-BDAYS TO FINAL-BDAYS
               END-IF
           END-IF
           .

       BUILD-NEW-COMPLAINT.
           MOVE SPACES           TO COMPLNT-RECORD
           MOVE ACCOUNT-IN       TO CQ-CUST-NO
           MOVE NEW-COMPLAINT-NO TO CQ-COMPLAINT-NO
           MOVE 'OPEN    '       TO CQ-STATUS
           MOVE CHANNEL-IN       TO CQ-CHANNEL
           MOVE CATEGORY-IN      TO CQ-CATEGORY
           MOVE SEQ-IN           TO CQ-APPL-SEQ-NO
           MOVE CARD-IN          TO CQ-CARD-NUMBER
           MOVE LETTER-DATE-IN   TO CQ-LETTER-DATE
           MOVE LETTER-TIME-IN   TO CQ-LETTER-TIME
           MOVE CURRENT-DATE     TO CQ-LOGGED-DATE
           MOVE CURRENT-TIME     TO CQ-LOGGED-TIME
           MOVE OPERATOR-USER-ID TO CQ-LOGGED-BY
           MOVE OPERATOR-USER-ID TO CQ-OWNER-ID

           MOVE ACK-BDAYS TO DAYS-TO-ADD
           PERFORM CALCULATE-DUE-DATE
           MOVE DUE-DATE TO CQ-ACK-DUE-DATE

           MOVE FINAL-BDAYS TO DAYS-TO-ADD
           PERFORM CALCULATE-DUE-DATE
           MOVE DUE-DATE TO CQ-FINAL-DUE-DATE
           .

      * Business days on from today, counted by the shared CSBDAYS
      * helper off the BUSCAL calendar - see copy/BUSCAL.cpy.
       CALCULATE-DUE-DATE.
           MOVE CURRENT-DATE TO ADD-FROM-DATE
           MOVE CURRENT-DATE TO DUE-DATE

           EXEC CICS PUT CONTAINER ('BDAYSADD')
                           FROM    (BDAYS-ADD-REQUEST)
                           CHANNEL (CMPL-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM (BDAYS-PROG)
                          CHANNEL (CMPL-CHANNEL)
                          RESP    (COMMAND-RESP)
                          RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS GET CONTAINER ('BDAYSDUE')
                           INTO    (BDAYS-DUE-RESULT)
                           CHANNEL (CMPL-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

       WRITE-NEW-COMPLAINT.
           EXEC CICS WRITE FILE ('COMPLNT')
                           FROM   (COMPLNT-RECORD)
                           RIDFLD (CQ-COMPLAINT-KEY)
                           RESP   (COMMAND-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO REPORT-LINE
               STRING 'CMPL: COMPLAINT ' CQ-COMPLAINT-NO
                      ' LOGGED FOR ' ACCOUNT-IN
                      ' - ACK BY ' CQ-ACK-DUE-DATE
                      ' FINAL BY ' CQ-FINAL-DUE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE 'CMPL: COMPLAINT NOT LOGGED - PLEASE RETRY'
                   TO REPORT-LINE
               PERFORM LOG-CICS-ERROR
           END-IF
           .

       SHOW-THE-COMPLAINT.
           PERFORM READ-COMPLAINT-FOR-DISPLAY

           IF COMPLNT-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CMPL: NO SUCH COMPLAINT FOR THIS ACCOUNT'
                   TO REPORT-LINE
               IF COMPLNT-RESP NOT = DFHRESP(NOTFND)
                   MOVE COMPLNT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'CMPL: ' CQ-COMPLAINT-NO ' ' CQ-STATUS
                      ' ' CQ-CHANNEL ' ' CQ-CATEGORY
                      ' RC ' CQ-ROOT-CAUSE
                      ' OWNER ' CQ-OWNER-ID
                      ' ACK ' CQ-ACK-DUE-DATE
                      ' FINAL ' CQ-FINAL-DUE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

       READ-COMPLAINT-FOR-DISPLAY.
           MOVE ACCOUNT-IN TO CQ-CUST-NO
           MOVE 0          TO CQ-COMPLAINT-NO
           IF CASE-NO-IN NUMERIC
               MOVE CASE-NO-IN TO CASE-NO-DISPLAY
               MOVE CASE-NO-DISPLAY TO CQ-COMPLAINT-NO
           END-IF

           EXEC CICS READ FILE ('COMPLNT')
                           INTO   (COMPLNT-RECORD)
                           RIDFLD (CQ-COMPLAINT-KEY)
                           RESP   (COMPLNT-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC
           .

       READ-COMPLAINT-FOR-UPDATE.
           MOVE ACCOUNT-IN TO CQ-CUST-NO
           MOVE 0          TO CQ-COMPLAINT-NO
           IF CASE-NO-IN NUMERIC
               MOVE CASE-NO-IN TO CASE-NO-DISPLAY
               MOVE CASE-NO-DISPLAY TO CQ-COMPLAINT-NO
           END-IF

           EXEC CICS READ FILE ('COMPLNT')
                           INTO   (COMPLNT-RECORD)
                           RIDFLD (CQ-COMPLAINT-KEY)
                           UPDATE
                           RESP   (COMPLNT-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC
           .

       ACKNOWLEDGE-THE-COMPLAINT.
           PERFORM READ-COMPLAINT-FOR-UPDATE

           EVALUATE TRUE
               WHEN COMPLNT-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CMPL: NO SUCH COMPLAINT FOR THIS ACCOUNT'
                       TO REPORT-LINE
                   IF COMPLNT-RESP NOT = DFHRESP(NOTFND)
                       MOVE COMPLNT-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN NOT CQ-OPEN
                   MOVE 'CMPL: COMPLAINT IS ALREADY ACKNOWLEDGED'
                       TO REPORT-LINE
                   PERFORM UNLOCK-COMPLNT-ROW
               WHEN OTHER
                   MOVE 'ACKED   '       TO CQ-STATUS
                   MOVE CURRENT-DATE     TO CQ-ACKED-DATE
                   MOVE OPERATOR-USER-ID TO CQ-ACKED-BY
                   PERFORM REWRITE-COMPLNT-ROW

                   MOVE SPACES TO REPORT-LINE
                   IF CQ-ACKED-DATE > CQ-ACK-DUE-DATE
                       STRING 'CMPL: COMPLAINT ' CQ-COMPLAINT-NO
                              ' ACKNOWLEDGED - LATE, WAS DUE '
                              CQ-ACK-DUE-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       STRING 'CMPL: COMPLAINT ' CQ-COMPLAINT-NO
                              ' ACKNOWLEDGED - FINAL RESPONSE DUE '
                              CQ-FINAL-DUE-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
           END-EVALUATE
           .

       REASSIGN-THE-COMPLAINT.
           PERFORM READ-COMPLAINT-FOR-UPDATE

           EVALUATE TRUE
               WHEN COMPLNT-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CMPL: NO SUCH COMPLAINT FOR THIS ACCOUNT'
                       TO REPORT-LINE
                   IF COMPLNT-RESP NOT = DFHRESP(NOTFND)
                       MOVE COMPLNT-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN CQ-CLOSED
                   MOVE 'CMPL: COMPLAINT IS CLOSED' TO REPORT-LINE
                   PERFORM UNLOCK-COMPLNT-ROW
               WHEN OWNER-IN = SPACES
                   MOVE 'CMPL: NAME THE NEW OWNER' TO REPORT-LINE
                   PERFORM UNLOCK-COMPLNT-ROW
               WHEN OTHER
                   MOVE OWNER-IN TO CQ-OWNER-ID
                   PERFORM REWRITE-COMPLNT-ROW

                   MOVE SPACES TO REPORT-LINE
                   STRING 'CMPL: COMPLAINT ' CQ-COMPLAINT-NO
                          ' NOW OWNED BY ' CQ-OWNER-ID
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           .

      * UPH and REJ differ only in the status and the letter
      * outcome - both close the complaint with a root cause.
       ANSWER-THE-COMPLAINT.
           PERFORM READ-COMPLAINT-FOR-UPDATE
           MOVE ROOT-CAUSE-IN TO CQ-ROOT-CAUSE

           EVALUATE TRUE
               WHEN COMPLNT-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CMPL: NO SUCH COMPLAINT FOR THIS ACCOUNT'
                       TO REPORT-LINE
                   IF COMPLNT-RESP NOT = DFHRESP(NOTFND)
                       MOVE COMPLNT-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN CQ-CLOSED
                   MOVE 'CMPL: COMPLAINT IS ALREADY CLOSED'
                       TO REPORT-LINE
                   PERFORM UNLOCK-COMPLNT-ROW
               WHEN NOT CQ-VALID-ROOT-CAUSE
                   MOVE 'CMPL: UNKNOWN ROOT CAUSE - SEE COMPLNT CODES'
                       TO REPORT-LINE
                   PERFORM UNLOCK-COMPLNT-ROW
               WHEN OTHER
                   IF ACTION-IN = 'UPH'
                       MOVE 'UPHELD  ' TO CQ-STATUS
                       MOVE 'CMPLUPH'  TO APPLICATION-RESULT
                   ELSE
                       MOVE 'REJECTED' TO CQ-STATUS
                       MOVE 'CMPLREJ'  TO APPLICATION-RESULT
                   END-IF
                   IF CQ-ACKED-DATE = SPACES
                       MOVE CURRENT-DATE     TO CQ-ACKED-DATE
                       MOVE OPERATOR-USER-ID TO CQ-ACKED-BY
                   END-IF
                   MOVE CURRENT-DATE     TO CQ-FINAL-DATE
                   MOVE OPERATOR-USER-ID TO CQ-FINAL-BY
                   MOVE NOTE-IN          TO CQ-FINAL-NOTE
                   PERFORM REWRITE-COMPLNT-ROW

                   PERFORM READ-CUSTOMER-IDENTITY
                   PERFORM DISPATCH-FINAL-RESPONSE

                   MOVE SPACES TO REPORT-LINE
                   IF CQ-FINAL-DATE > CQ-FINAL-DUE-DATE
                       STRING 'CMPL: COMPLAINT ' CQ-COMPLAINT-NO ' '
                              CQ-STATUS ' - LETTER QUEUED, LATE, DUE '
                              CQ-FINAL-DUE-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       STRING 'CMPL: COMPLAINT ' CQ-COMPLAINT-NO ' '
                              CQ-STATUS ' - FINAL RESPONSE QUEUED'
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
           END-EVALUATE
           .

       READ-CUSTOMER-IDENTITY.
           MOVE ACCOUNT-IN TO CM-CUST-NO

           EXEC CICS READ FILE ('CUSTMAS')
                           INTO   (CUSTMAS-RECORD)
                           RIDFLD (CM-CUST-NO)
                           RESP   (CUSTMAS-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CUSTMAS-RESP = DFHRESP(NORMAL)
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CM-ENCRYPT-KEY
                   CM-CUST-NAME CRYPT-FIELD-LEN
               MOVE CM-CUST-NAME TO CUSTOMER-NAME
           ELSE
               MOVE SPACES TO CUSTOMER-NAME
               IF CUSTMAS-RESP NOT = DFHRESP(NOTFND)
                   MOVE CUSTMAS-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           MOVE ACCOUNT-IN TO CA-CUST-NO

           EXEC CICS READ FILE ('CUSTADDR')
                           INTO   (CA-CUSTADDR-RECORD)
                           RIDFLD (CA-CUST-NO)
                           RESP   (CUSTADDR-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CUSTADDR-RESP = DFHRESP(NORMAL)
               MOVE 140 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CA-ENCRYPT-KEY
                   CA-ADDR-LINE-1 CRYPT-FIELD-LEN
               MOVE CA-ADDR-LINE-1  TO CUSTOMER-ADDR-LINE-1
               MOVE CA-ADDR-LINE-2  TO CUSTOMER-ADDR-LINE-2
               MOVE CA-ADDR-LINE-3  TO CUSTOMER-ADDR-LINE-3
               MOVE CA-CITY         TO CUSTOMER-CITY
               MOVE CA-REGION       TO CUSTOMER-REGION
               MOVE CA-POSTCODE     TO CUSTOMER-POSTCODE
               MOVE CA-COUNTRY-CODE TO CUSTOMER-COUNTRY-CODE
           ELSE
               MOVE SPACES TO CUSTOMER-ADDRESS-DATA
               IF CUSTADDR-RESP NOT = DFHRESP(NOTFND)
                   MOVE CUSTADDR-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * The final response goes out through the same ACCLTR letter
      * build and LTRARCH/CSLTRPRT dispatch chain as every decision
      * letter. It is archived under the applicant the complaint
      * names, or applicant 0 when it names none.
       DISPATCH-FINAL-RESPONSE.
           MOVE ACCOUNT-IN TO CUST-NO-IN
           MOVE 'STD '     TO PRODUCT-CODE-IN
           MOVE 0          TO APPL-SEQ-NO
           IF CQ-APPL-SEQ-NO NUMERIC
               MOVE CQ-APPL-SEQ-NO TO APPL-SEQ-NO
           END-IF

           EXEC CICS PUT CONTAINER ('ACCLTR')
                           FROM    (RETURN-DATA)
                           CHANNEL (CMPL-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS PUT CONTAINER ('ACCLTRACCT')
                           FROM    (ACCOUNT-NUMBER-IN)
                           CHANNEL (CMPL-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM (LETTER-PROG)
                          CHANNEL (CMPL-CHANNEL)
                          RESP    (COMMAND-RESP)
                          RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

       REWRITE-COMPLNT-ROW.
           EXEC CICS REWRITE FILE ('COMPLNT')
                             FROM (COMPLNT-RECORD)
                             RESP  (COMMAND-RESP)
                             RESP2 (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

       UNLOCK-COMPLNT-ROW.
           EXEC CICS UNLOCK FILE ('COMPLNT')
                            RESP (COMMAND-RESP)
                            RESP2(COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
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

       END PROGRAM 'CSCMPLNT'.
