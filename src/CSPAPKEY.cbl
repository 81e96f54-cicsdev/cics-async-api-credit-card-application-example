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
      *  CSPAPKEY
      *
      * Paper application keying with double-entry verification (run
      * as PAPK). Branches post in paper application forms in
      * numbered batches; rather than a clerk typing each one
      * straight into ACCA, a form is keyed twice by two different
      * clerks on map CSPAPM1 of mapset CSPAPMAP, and only a form
      * whose two keyings agree is ever submitted for a decision:
      *
      *   K  key the form. The first keying of a batch/serial is
      *      stored KEYED. Keyed again by any other clerk - blind,
      *      the first keying is never shown - the two are compared
      *      field by field: agreement makes the form VERIFIED and
      *      submits it; any difference holds it as MISMATCH.
      *   R  recall a form: its status, who keyed it and, for a
      *      MISMATCH, every differing field with both keyings'
      *      values. The fields the two clerks agreed on are filled
      *      in; the differing ones are left blank to be keyed again
      *      from the paper.
      *   S  resolve a recalled MISMATCH form with the values now on
      *      the screen (never by the clerk who keyed it first), or
      *      re-submit a VERIFIED form whose submission did not start.
      *   X  reject an illegible or incomplete form, with the reason
      *      in NOTE - it goes back to the branch.
      *
      * A verified form is submitted by STARTing the PAPW worker (see
      * src/CSPAPWRK.cbl) with the form in the PAPWREQ container. The
      * worker drives ASYNCPNT with the full application image - the
      * bureau consent, balance transfer, guarantor, payment
      * protection, direct debit mandate and referral consent the
      * form carries - so the parent's own CAPTURE-... paragraphs
      * record them exactly as for any other intake, and the run is
      * recorded against intake channel PAPRKEY. A terminal task
      * cannot LINK ASYNCPNT itself: the parent would take the
      * keying terminal for its own ACCA screen.
      *
      * Every step is stamped on the form's PAPRFORM row (see
      * copy/PAPRFORM.cpy) with the clerk's user id and the time;
      * the CSPAPRPT batch report counts them per clerk each day.
      *
      * Keying is gated to the KEYCLERK and MAINTAINER roles (see
      * copy/OPAUTHP.cpy). Pseudo-conversational: the COMMAREA
      * carries only which form, if any, is recalled.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPAPKEY.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * PAPRFORM, PRODCAT, CTLPARM and OPERROLE are CICS-owned VSAM
      * files (defined in the FCT, not opened by this program) -
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY PAPRFORM.

           COPY PRODCAT.

           COPY CTLPARM.

           COPY OPERROLE.

           COPY CSPAPM1.

      * The form as keyed on this screen, field for field in the
      * PAPRFORM image order.
       1 SCREEN-FORM-IMAGE.
         2 SF-ACCOUNT-NO           PIC X(8).
         2 SF-PRODUCT-CODE         PIC X(4).
         2 SF-APPLICANT-NO         PIC X(1).
         2 SF-DECLARED-INCOME      PIC X(7).
         2 SF-BUREAU-CONSENT       PIC X(1).
         2 SF-TRANSFER-AMOUNT      PIC X(7).
         2 SF-GUARANTOR-NO         PIC X(8).
         2 SF-PPI-OPTIN            PIC X(1).
         2 SF-DD-SORT-CODE         PIC X(6).
         2 SF-DD-ACCOUNT           PIC X(8).
         2 SF-DD-OPTION            PIC X(1).
         2 SF-REFERRAL-CONSENT     PIC X(1).
       1 SCREEN-BATCH-NO           PIC X(6)  VALUE SPACES.
       1 SCREEN-SERIAL-NO          PIC X(4)  VALUE SPACES.
       1 SCREEN-ACTION             PIC X(1)  VALUE SPACES.
       1 SCREEN-NOTE               PIC X(40) VALUE SPACES.

      * The byte map of a form image - the short name shown on the
      * mismatch panel, and the offset and length of each field.
       1 PF-FORM-IMAGE-FIELDS.
         2 FILLER                  PIC X(9) VALUE 'ACCT00108'.
         2 FILLER                  PIC X(9) VALUE 'PROD00904'.
         2 FILLER                  PIC X(9) VALUE 'APNO01301'.
         2 FILLER                  PIC X(9) VALUE 'INCM01407'.
         2 FILLER                  PIC X(9) VALUE 'CONS02101'.
         2 FILLER                  PIC X(9) VALUE 'BTAM02207'.
         2 FILLER                  PIC X(9) VALUE 'GUAR02908'.
         2 FILLER                  PIC X(9) VALUE 'PPI 03701'.
         2 FILLER                  PIC X(9) VALUE 'DDSC03806'.
         2 FILLER                  PIC X(9) VALUE 'DDAC04408'.
         2 FILLER                  PIC X(9) VALUE 'DDOP05201'.
         2 FILLER                  PIC X(9) VALUE 'REFC05301'.
       1 FORM-FIELD-TABLE REDEFINES PF-FORM-IMAGE-FIELDS.
         2 FORM-FIELD OCCURS 12.
           3 FF-SHORT-NAME         PIC X(4).
           3 FF-OFFSET             PIC 9(3).
           3 FF-LENGTH             PIC 9(2).
       1 FIELD-NO                  PIC S9(4) COMP VALUE 0.
       1 FIELD-START               PIC S9(4) COMP VALUE 0.
       1 FIELD-SIZE                PIC S9(4) COMP VALUE 0.
       1 FIELDS-DIFFERING          PIC S9(4) COMP VALUE 0.
       1 FIRST-KEYED-IMAGE         PIC X(53) VALUE SPACES.
       1 SECOND-KEYED-IMAGE        PIC X(53) VALUE SPACES.

      * Field edits - a keyed form must be well-formed before it is
      * stored or compared. Income and the transfer amount may be
      * keyed left-aligned; RIGHT-ALIGN-AMOUNT zero-fills them.
       1 FORM-EDIT-OK              PIC X(1)  VALUE 'Y'.
       1 AMOUNT-WORK               PIC X(7)  VALUE SPACES.
       1 AMOUNT-ALIGNED            PIC X(7)  VALUE SPACES.
       1 AMOUNT-DIGITS             PIC S9(4) COMP VALUE 0.
       1 AMOUNT-START              PIC S9(4) COMP VALUE 0.
       1 PRODCAT-RESP              PIC S9(8) COMP.

      * The mismatch panel - the three lower detail lines are one
      * run of text the differing fields are laid across, an entry
      * never split over a line end.
       1 MISMATCH-PANEL.
         2 MP-LINE OCCURS 3        PIC X(75).
       1 MP-LINE-NO                PIC S9(4) COMP VALUE 0.
       1 MP-LINE-POS               PIC S9(4) COMP VALUE 0.
       1 MP-ENTRY                  PIC X(24) VALUE SPACES.
       1 MP-ENTRY-LENGTH           PIC S9(4) COMP VALUE 0.
       1 MISMATCH-COUNT-DISPLAY    PIC Z9.

      * Carried across interactions in the COMMAREA: the form last
      * recalled, so an S resolves the form the clerk has actually
      * looked at.
       1 KEYING-STATE.
         2 STATE-EYECATCHER        PIC X(4).
         2 STATE-FORM-RECALLED     PIC X(1).
         2 STATE-FORM-KEY          PIC X(10).
       1 KEYING-STATE-LENGTH       PIC S9(4) COMP VALUE 15.

       1 DETAIL-LINE-1             PIC X(75) VALUE SPACES.
       1 MESSAGE-LINE              PIC X(75) VALUE SPACES.
       1 CLEAR-FORM-FIELDS         PIC X(1)  VALUE 'N'.

      * AID values tested below - the DFHAID convention (ENTER is
      * the quote character, PFnn carries the key digit).
       1 AID-ENTER                 PIC X(1) VALUE ''''.
       1 AID-PFK3                  PIC X(1) VALUE '3'.
       1 AID-PFK12                 PIC X(1) VALUE '@'.

       1 CURRENT-ABSTIME           PIC S9(15) COMP-3 VALUE 0.
       1 CURRENT-DATE              PIC X(8) VALUE SPACES.
       1 CURRENT-TIME              PIC X(8) VALUE SPACES.
       1 CLERK-ID                  PIC X(8) VALUE SPACES.

      * The hand-off to the PAPW worker - the form key and the
      * ASYNCPNT container image it drives the parent with (see
      * GET-INPUT-ACCOUNT-NUMBER in src/ASYNCPNT.cbl for the bytes).
       1 WORK-CHANNEL              PIC X(16) VALUE 'PAPWCHANNEL     '.
       1 PAPW-REQUEST.
         2 PW-FORM-KEY             PIC X(10).
         2 PW-APPLICATION-IMAGE.
           3 PW-CUST-NO            PIC X(8).
           3 PW-PRODUCT-CODE       PIC X(4).
           3 PW-APPL-SEQ-NO        PIC X(1).
           3 PW-BUREAU-CONSENT     PIC X(1).
           3 PW-TRANSFER-AMOUNT    PIC X(7).
           3 PW-GUARANTOR-NO       PIC X(8).
           3 PW-PPI-OPTIN          PIC X(1).
           3 PW-DD-SORT-CODE       PIC X(6).
           3 PW-DD-ACCOUNT         PIC X(8).
           3 PW-DD-OPTION          PIC X(1).
           3 PW-REFERRAL-CONSENT   PIC X(1).
       1 SUBMISSION-STARTED        PIC X(1) VALUE 'N'.

       1 PAPRFORM-RESP             PIC S9(8) COMP.

      * Operator authority gate scratch - see the
      * CHECK-OPERATOR-AUTHORITY fragment in copy/OPAUTHP.cpy.
       1 OPERATOR-AUTHORIZED       PIC X(1) VALUE 'Y'.
       1 OPAUTH-ROLE-RESP          PIC S9(8) COMP.
       1 OPAUTH-CTL-RESP           PIC S9(8) COMP.
       1 OPAUTH-USER-ID            PIC X(8)  VALUE SPACES.
       1 REQUIRED-ROLE-1           PIC X(10) VALUE 'KEYCLERK  '.
       1 REQUIRED-ROLE-2           PIC X(10) VALUE 'MAINTAINER'.
       1 OPAUTH-LOG-QUEUE          PIC X(8)  VALUE 'CCAUTHLG'.
       1 OPAUTH-LOG-RECORD.
         2 OG-USER-ID              PIC X(8).
         2 OG-TRANID               PIC X(4).
         2 OG-NEEDED-ROLE          PIC X(10).
         2 OG-ABSTIME              PIC S9(15) COMP-3.

       1 REPORT-LINE               PIC X(80) VALUE ' '.

       1 COMMAND-RESP              PIC S9(8) COMP.
       1 COMMAND-RESP2             PIC S9(8) COMP.

       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.
       1 CICSERR-RECORD.
         2 CE-PROGRAM  PIC X(8) VALUE 'CSPAPKEY'.
         2 CE-RESP     PIC S9(8) COMP.
         2 CE-RESP2    PIC S9(8) COMP.
         2 CE-ABSTIME  PIC S9(15) COMP-3.

       LINKAGE SECTION.
       1 DFHCOMMAREA              PIC X(15).

       PROCEDURE DIVISION.

       MAINLINE SECTION.

           PERFORM CHECK-OPERATOR-AUTHORITY
           IF OPERATOR-AUTHORIZED = 'N'
               MOVE 'PAPK: NOT AUTHORIZED FOR THIS FUNCTION'
                   TO REPORT-LINE
               PERFORM SEND-REPORT-LINE
               EXEC CICS RETURN
               END-EXEC
           END-IF

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
                     TIME(CURRENT-TIME)
                     TIMESEP
           END-EXEC
           EXEC CICS ASSIGN USERID(CLERK-ID)
           END-EXEC

           IF EIBCALEN = 0
               PERFORM START-FRESH-SESSION
           ELSE
               MOVE DFHCOMMAREA (1:KEYING-STATE-LENGTH)
                   TO KEYING-STATE
               IF STATE-EYECATCHER NOT = 'PAPK'
                   PERFORM START-FRESH-SESSION
               ELSE
                   PERFORM HANDLE-AN-INTERACTION
               END-IF
           END-IF

           PERFORM SEND-KEYING-MAP

           EXEC CICS RETURN TRANSID ('PAPK')
                            COMMAREA (KEYING-STATE)
                            LENGTH   (KEYING-STATE-LENGTH)
           END-EXEC
           .

       START-FRESH-SESSION.
           MOVE SPACES TO KEYING-STATE
           MOVE 'PAPK' TO STATE-EYECATCHER
           MOVE 'N'    TO STATE-FORM-RECALLED
           MOVE SPACES TO SCREEN-FORM-IMAGE
           MOVE SPACES TO SCREEN-BATCH-NO
           MOVE SPACES TO SCREEN-SERIAL-NO
           MOVE SPACES TO SCREEN-NOTE
           MOVE SPACES TO DETAIL-LINE-1
           MOVE SPACES TO MISMATCH-PANEL
           MOVE 'KEY THE FORM BATCH, SERIAL AND FIELDS, THEN ENTER'
               TO MESSAGE-LINE
           .

       HANDLE-AN-INTERACTION.
           MOVE SPACES TO MESSAGE-LINE
           MOVE SPACES TO DETAIL-LINE-1
           MOVE SPACES TO MISMATCH-PANEL
           MOVE 'N'    TO CLEAR-FORM-FIELDS
           PERFORM RECEIVE-KEYING-MAP

           EVALUATE EIBAID
               WHEN AID-PFK3
                   MOVE 'PAPK ENDED' TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
                   EXEC CICS RETURN
                   END-EXEC
               WHEN AID-PFK12
                   PERFORM START-FRESH-SESSION
               WHEN AID-ENTER
                   PERFORM ACT-ON-THE-ENTER
               WHEN OTHER
                   MOVE 'UNSUPPORTED KEY - ENTER, PF12 OR PF3'
                       TO MESSAGE-LINE
           END-EVALUATE

      * A form that has been stored, compared or rejected leaves
      * the screen, so the next form starts from clean fields - and
      * a second clerk never finds the first keying lying there.
           IF CLEAR-FORM-FIELDS = 'Y'
               MOVE SPACES TO SCREEN-FORM-IMAGE
               MOVE SPACES TO SCREEN-SERIAL-NO
               MOVE SPACES TO SCREEN-NOTE
               MOVE SPACES TO SCREEN-ACTION
           END-IF
           .

       ACT-ON-THE-ENTER.
           IF SCREEN-BATCH-NO = SPACES
              OR SCREEN-SERIAL-NO IS NOT NUMERIC
               MOVE 'KEY THE BATCH AND 4-DIGIT SERIAL FROM THE FORM'
                   TO MESSAGE-LINE
           ELSE
               MOVE SCREEN-BATCH-NO  TO PF-BATCH-NO
               MOVE SCREEN-SERIAL-NO TO PF-SERIAL-NO
               EVALUATE SCREEN-ACTION
                   WHEN 'K'
                   WHEN ' '
                       PERFORM KEY-THE-FORM
                   WHEN 'R'
                       PERFORM RECALL-THE-FORM
                   WHEN 'S'
                       PERFORM RESOLVE-THE-FORM
                   WHEN 'X'
                       PERFORM REJECT-THE-FORM
                   WHEN OTHER
                       MOVE 'ACTION MUST BE K, R, S OR X'
                           TO MESSAGE-LINE
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      * K - first keying, or the blind second keying and comparison.
      ******************************************************************
       KEY-THE-FORM.
           PERFORM EDIT-SCREEN-FORM
           IF FORM-EDIT-OK = 'Y'
               EXEC CICS READ FILE ('PAPRFORM')
                               INTO   (PAPRFORM-RECORD)
                               RIDFLD (PF-FORM-KEY)
                               UPDATE
                               RESP   (PAPRFORM-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               EVALUATE TRUE
                   WHEN PAPRFORM-RESP = DFHRESP(NOTFND)
                       PERFORM STORE-FIRST-KEYING
                   WHEN PAPRFORM-RESP NOT = DFHRESP(NORMAL)
                       MOVE PAPRFORM-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                       MOVE 'PAPRFORM NOT AVAILABLE - TRY AGAIN'
                           TO MESSAGE-LINE
                   WHEN PF-KEYED
                       PERFORM COMPARE-SECOND-KEYING
                   WHEN OTHER
                       PERFORM UNLOCK-FORM-ROW
                       PERFORM EXPLAIN-FORM-STATUS
               END-EVALUATE
           END-IF
           .

       STORE-FIRST-KEYING.
           MOVE SPACES TO PAPRFORM-RECORD
           MOVE SCREEN-BATCH-NO   TO PF-BATCH-NO
           MOVE SCREEN-SERIAL-NO  TO PF-SERIAL-NO
           MOVE 'KEYED   '        TO PF-FORM-STATUS
           MOVE SCREEN-FORM-IMAGE TO PF-FIRST-IMAGE
           MOVE 0                 TO PF-MISMATCH-COUNT
           MOVE 0                 TO PF-CREDIT-LIMIT-AMOUNT
           MOVE CLERK-ID          TO PF-KEYED-BY
           MOVE CURRENT-DATE      TO PF-KEYED-DATE
           MOVE CURRENT-TIME      TO PF-KEYED-TIME

           EXEC CICS WRITE FILE ('PAPRFORM')
                           FROM   (PAPRFORM-RECORD)
                           RIDFLD (PF-FORM-KEY)
                           RESP   (PAPRFORM-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PAPRFORM-RESP = DFHRESP(NORMAL)
               STRING 'FORM ' PF-BATCH-NO '/' PF-SERIAL-NO
                      ' KEYED - A SECOND CLERK MUST NOW RE-KEY IT'
                   DELIMITED BY SIZE INTO MESSAGE-LINE
               MOVE 'Y' TO CLEAR-FORM-FIELDS
           ELSE
               MOVE PAPRFORM-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               MOVE 'FORM NOT STORED - PAPRFORM WRITE FAILED'
                   TO MESSAGE-LINE
           END-IF
           .

      * The second keying is compared with the first field by
      * field. The clerk who keyed the form first cannot verify it.
       COMPARE-SECOND-KEYING.
           IF PF-KEYED-BY = CLERK-ID
               PERFORM UNLOCK-FORM-ROW
               MOVE 'YOU KEYED IT - ANOTHER CLERK MUST RE-KEY THE FORM'
                   TO MESSAGE-LINE
           ELSE
               MOVE SCREEN-FORM-IMAGE TO PF-SECOND-IMAGE
               MOVE CLERK-ID          TO PF-CHECKED-BY
               MOVE CURRENT-DATE      TO PF-CHECKED-DATE
               MOVE CURRENT-TIME      TO PF-CHECKED-TIME

               MOVE PF-FIRST-IMAGE  TO FIRST-KEYED-IMAGE
               MOVE PF-SECOND-IMAGE TO SECOND-KEYED-IMAGE
               MOVE SPACES TO PF-MISMATCH-FLAGS
               MOVE 0 TO FIELDS-DIFFERING
               PERFORM COMPARE-ONE-FORM-FIELD
                   VARYING FIELD-NO FROM 1 BY 1 UNTIL FIELD-NO > 12
               MOVE FIELDS-DIFFERING TO PF-MISMATCH-COUNT

               IF FIELDS-DIFFERING = 0
                   MOVE SCREEN-FORM-IMAGE TO PF-VERIFIED-IMAGE
                   PERFORM MARK-FORM-VERIFIED
                   PERFORM SUBMIT-VERIFIED-FORM
               ELSE
                   MOVE 'MISMATCH' TO PF-FORM-STATUS
                   PERFORM REWRITE-FORM-ROW
                   IF PAPRFORM-RESP = DFHRESP(NORMAL)
                       MOVE FIELDS-DIFFERING TO MISMATCH-COUNT-DISPLAY
                       STRING MISMATCH-COUNT-DISPLAY
                              ' FIELD(S) DIFFER FROM THE FIRST KEYING'
                              ' - FORM HELD, R THEN S TO RESOLVE'
                           DELIMITED BY SIZE INTO MESSAGE-LINE
                   END-IF
               END-IF
               MOVE 'Y' TO CLEAR-FORM-FIELDS
           END-IF
           .

       COMPARE-ONE-FORM-FIELD.
           MOVE FF-OFFSET (FIELD-NO) TO FIELD-START
           MOVE FF-LENGTH (FIELD-NO) TO FIELD-SIZE
           IF FIRST-KEYED-IMAGE (FIELD-START:FIELD-SIZE)
                  NOT = SECOND-KEYED-IMAGE (FIELD-START:FIELD-SIZE)
               MOVE 'X' TO PF-MISMATCH-FLAGS (FIELD-NO:1)
               ADD 1 TO FIELDS-DIFFERING
           END-IF
           .

      * The application the form becomes is fixed the moment the
      * form is verified - the PAPRPATH index finds it from there.
       MARK-FORM-VERIFIED.
           MOVE 'VERIFIED'       TO PF-FORM-STATUS
           MOVE PF-ACCOUNT-NO    TO PF-CUST-NO
           IF PF-APPLICANT-NO = SPACES
               MOVE '1' TO PF-APPL-SEQ-NO
           ELSE
               MOVE PF-APPLICANT-NO TO PF-APPL-SEQ-NO
           END-IF
           .

      ******************************************************************
      * R - recall a form. A KEYED form shows nothing of its first
      * keying, so the second keying stays blind.
      ******************************************************************
       RECALL-THE-FORM.
           MOVE 'N' TO STATE-FORM-RECALLED

           EXEC CICS READ FILE ('PAPRFORM')
                           INTO   (PAPRFORM-RECORD)
                           RIDFLD (PF-FORM-KEY)
                           RESP   (PAPRFORM-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PAPRFORM-RESP NOT = DFHRESP(NORMAL)
               IF PAPRFORM-RESP NOT = DFHRESP(NOTFND)
                   MOVE PAPRFORM-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
               MOVE 'FORM NOT ON FILE - KEY IT WITH ACTION K'
                   TO MESSAGE-LINE
           ELSE
               MOVE 'Y'         TO STATE-FORM-RECALLED
               MOVE PF-FORM-KEY TO STATE-FORM-KEY
               MOVE SPACES      TO SCREEN-ACTION
               STRING 'FORM ' PF-BATCH-NO '/' PF-SERIAL-NO
                      ' ' PF-FORM-STATUS
                      ' KEYED BY ' PF-KEYED-BY
                      ' ON ' PF-KEYED-DATE ' ' PF-KEYED-TIME
                   DELIMITED BY SIZE INTO DETAIL-LINE-1
               EVALUATE TRUE
                   WHEN PF-KEYED
                       MOVE SPACES TO SCREEN-FORM-IMAGE
                       MOVE 'AWAITING BLIND RE-KEYING BY A SECOND CLERK'
                           TO MP-LINE (1)
                       MOVE 'RE-KEY THE FORM WITH ACTION K'
                           TO MESSAGE-LINE
                   WHEN PF-MISMATCH
                       PERFORM SHOW-MISMATCHED-FIELDS
                   WHEN PF-VERIFIED
                       MOVE PF-VERIFIED-IMAGE TO SCREEN-FORM-IMAGE
                       MOVE 'VERIFIED - SUBMISSION DID NOT START'
                           TO MP-LINE (1)
                       MOVE 'ACTION S TO SUBMIT THE VERIFIED FORM'
                           TO MESSAGE-LINE
                   WHEN PF-SUBMITTED
                       MOVE PF-VERIFIED-IMAGE TO SCREEN-FORM-IMAGE
                       STRING 'SUBMITTED ' PF-SUBMITTED-DATE
                              ' ' PF-SUBMITTED-TIME
                              ' AS APPLICATION ' PF-CUST-NO
                              '/' PF-APPL-SEQ-NO
                           DELIMITED BY SIZE INTO MP-LINE (1)
                       IF PF-APPLICATION-RESULT NOT = SPACES
                           STRING 'DECIDED ' PF-DECIDED-DATE
                                  ' RESULT ' PF-APPLICATION-RESULT
                                  ' LIMIT ' PF-CREDIT-LIMIT-AMOUNT
                               DELIMITED BY SIZE INTO MP-LINE (2)
                       ELSE
                           MOVE 'NO DECISION RECORDED YET'
                               TO MP-LINE (2)
                       END-IF
                   WHEN PF-REJECTED
                       MOVE SPACES TO SCREEN-FORM-IMAGE
                       STRING 'REJECTED BY ' PF-REJECTED-BY
                              ' ON ' PF-REJECTED-DATE ': '
                              PF-REJECT-REASON
                           DELIMITED BY SIZE INTO MP-LINE (1)
               END-EVALUATE
           END-IF
           .

      * Agreed fields are filled in from the first keying; differing
      * ones are left blank and listed with both keyings' values,
      * so the resolving clerk has to read them off the paper.
       SHOW-MISMATCHED-FIELDS.
           MOVE PF-FIRST-IMAGE  TO FIRST-KEYED-IMAGE
           MOVE PF-SECOND-IMAGE TO SECOND-KEYED-IMAGE
           MOVE FIRST-KEYED-IMAGE TO SCREEN-FORM-IMAGE
           MOVE 1 TO MP-LINE-NO
           MOVE 1 TO MP-LINE-POS
           PERFORM LIST-ONE-MISMATCHED-FIELD
               VARYING FIELD-NO FROM 1 BY 1 UNTIL FIELD-NO > 12

           MOVE PF-MISMATCH-COUNT TO MISMATCH-COUNT-DISPLAY
           STRING MISMATCH-COUNT-DISPLAY ' DIFFERING (1ST|2ND) - KEY '
                  'THEM FROM THE PAPER, ACTION S TO RESOLVE'
               DELIMITED BY SIZE INTO MESSAGE-LINE
           .

       LIST-ONE-MISMATCHED-FIELD.
           IF PF-MISMATCH-FLAGS (FIELD-NO:1) = 'X'
               MOVE FF-OFFSET (FIELD-NO) TO FIELD-START
               MOVE FF-LENGTH (FIELD-NO) TO FIELD-SIZE
               MOVE SPACES TO SCREEN-FORM-IMAGE
                   (FIELD-START:FIELD-SIZE)
               MOVE SPACES TO MP-ENTRY
               STRING FF-SHORT-NAME (FIELD-NO) ':'
                      FIRST-KEYED-IMAGE (FIELD-START:FIELD-SIZE) '|'
                      SECOND-KEYED-IMAGE (FIELD-START:FIELD-SIZE)
                   DELIMITED BY SIZE INTO MP-ENTRY
               COMPUTE MP-ENTRY-LENGTH = 7 + (2 * FIELD-SIZE)
               IF MP-LINE-POS + MP-ENTRY-LENGTH > 76
                  AND MP-LINE-NO < 3
                   ADD 1 TO MP-LINE-NO
                   MOVE 1 TO MP-LINE-POS
               END-IF
               IF MP-LINE-POS + MP-ENTRY-LENGTH <= 76
                   MOVE MP-ENTRY (1:MP-ENTRY-LENGTH)
                       TO MP-LINE (MP-LINE-NO)
                          (MP-LINE-POS:MP-ENTRY-LENGTH)
                   ADD MP-ENTRY-LENGTH TO MP-LINE-POS
               END-IF
           END-IF
           .

      ******************************************************************
      * S - resolve a recalled MISMATCH form, or re-submit a VERIFIED
      * form whose submission never started.
      ******************************************************************
       RESOLVE-THE-FORM.
           IF STATE-FORM-RECALLED NOT = 'Y'
              OR STATE-FORM-KEY NOT = PF-FORM-KEY
               MOVE 'RECALL THE FORM (ACTION R) BEFORE RESOLVING IT'
                   TO MESSAGE-LINE
           ELSE
               EXEC CICS READ FILE ('PAPRFORM')
                               INTO   (PAPRFORM-RECORD)
                               RIDFLD (PF-FORM-KEY)
                               UPDATE
                               RESP   (PAPRFORM-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               EVALUATE TRUE
                   WHEN PAPRFORM-RESP NOT = DFHRESP(NORMAL)
                       IF PAPRFORM-RESP NOT = DFHRESP(NOTFND)
                           MOVE PAPRFORM-RESP TO COMMAND-RESP
                           PERFORM LOG-CICS-ERROR
                       END-IF
                       MOVE 'FORM NOT AVAILABLE - RECALL IT AGAIN'
                           TO MESSAGE-LINE
                   WHEN PF-MISMATCH
                       PERFORM RESOLVE-MISMATCHED-FORM
                   WHEN PF-VERIFIED
                       MOVE PF-VERIFIED-IMAGE TO SCREEN-FORM-IMAGE
                       PERFORM SUBMIT-VERIFIED-FORM
                       MOVE 'Y' TO CLEAR-FORM-FIELDS
                   WHEN OTHER
                       PERFORM UNLOCK-FORM-ROW
                       PERFORM EXPLAIN-FORM-STATUS
               END-EVALUATE
               MOVE 'N' TO STATE-FORM-RECALLED
           END-IF
           .

      * The values on screen are the resolution. The clerk whose
      * keying is under question is not the one to settle it.
       RESOLVE-MISMATCHED-FORM.
           IF PF-KEYED-BY = CLERK-ID
               PERFORM UNLOCK-FORM-ROW
               MOVE 'YOU KEYED IT FIRST - ANOTHER CLERK MUST RESOLVE'
                   TO MESSAGE-LINE
           ELSE
               PERFORM EDIT-SCREEN-FORM
               IF FORM-EDIT-OK = 'Y'
                   MOVE SCREEN-FORM-IMAGE TO PF-VERIFIED-IMAGE
                   MOVE CLERK-ID          TO PF-RESOLVED-BY
                   MOVE CURRENT-DATE      TO PF-RESOLVED-DATE
                   MOVE CURRENT-TIME      TO PF-RESOLVED-TIME
                   PERFORM MARK-FORM-VERIFIED
                   PERFORM SUBMIT-VERIFIED-FORM
                   MOVE 'Y' TO CLEAR-FORM-FIELDS
               ELSE
                   PERFORM UNLOCK-FORM-ROW
                   MOVE 'Y'         TO STATE-FORM-RECALLED
                   MOVE PF-FORM-KEY TO STATE-FORM-KEY
               END-IF
           END-IF
           .

      * The row is held for update on entry. The worker is STARTed
      * first; only a worker that started moves the form on to
      * SUBMITTD, so a failed START leaves it VERIFIED to be sent
      * again. The worker's own READ UPDATE waits for this task's
      * rewrite, so its outcome can never be overwritten here.
       SUBMIT-VERIFIED-FORM.
           MOVE 'N' TO SUBMISSION-STARTED
           MOVE PF-FORM-KEY         TO PW-FORM-KEY
           MOVE PF-CUST-NO          TO PW-CUST-NO
           MOVE PF-PRODUCT-CODE     TO PW-PRODUCT-CODE
           MOVE PF-APPL-SEQ-NO      TO PW-APPL-SEQ-NO
           MOVE PF-BUREAU-CONSENT   TO PW-BUREAU-CONSENT
           MOVE PF-TRANSFER-AMOUNT  TO PW-TRANSFER-AMOUNT
           MOVE PF-GUARANTOR-NO     TO PW-GUARANTOR-NO
           MOVE PF-PPI-OPTIN        TO PW-PPI-OPTIN
           MOVE PF-DD-SORT-CODE     TO PW-DD-SORT-CODE
           MOVE PF-DD-ACCOUNT       TO PW-DD-ACCOUNT
           MOVE PF-DD-OPTION        TO PW-DD-OPTION
           MOVE PF-REFERRAL-CONSENT TO PW-REFERRAL-CONSENT

           EXEC CICS PUT CONTAINER ('PAPWREQ')
                           FROM    ( PAPW-REQUEST )
                           CHANNEL ( WORK-CHANNEL )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           IF COMMAND-RESP = DFHRESP(NORMAL)
               EXEC CICS START TRANSID ('PAPW')
                               CHANNEL  ( WORK-CHANNEL )
                               RESP     ( COMMAND-RESP )
                               RESP2    ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
               IF COMMAND-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO SUBMISSION-STARTED
               END-IF
           END-IF

           IF SUBMISSION-STARTED = 'Y'
               MOVE 'SUBMITTD'   TO PF-FORM-STATUS
               MOVE CURRENT-DATE TO PF-SUBMITTED-DATE
               MOVE CURRENT-TIME TO PF-SUBMITTED-TIME
           END-IF

           PERFORM REWRITE-FORM-ROW

           IF PAPRFORM-RESP = DFHRESP(NORMAL)
               IF SUBMISSION-STARTED = 'Y'
                   STRING 'FORM ' PF-BATCH-NO '/' PF-SERIAL-NO
                          ' VERIFIED AND SUBMITTED FOR ACCOUNT '
                          PF-CUST-NO '/' PF-APPL-SEQ-NO
                       DELIMITED BY SIZE INTO MESSAGE-LINE
               ELSE
                   STRING 'FORM ' PF-BATCH-NO '/' PF-SERIAL-NO
                          ' VERIFIED BUT NOT SUBMITTED - R THEN S'
                          ' TO RETRY'
                       DELIMITED BY SIZE INTO MESSAGE-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      * X - reject the form back to the branch. Anything not yet
      * submitted can be rejected; the reason is required.
      ******************************************************************
       REJECT-THE-FORM.
           IF SCREEN-NOTE = SPACES
               MOVE 'KEY THE REASON FOR REJECTING THE FORM IN NOTE'
                   TO MESSAGE-LINE
           ELSE
               EXEC CICS READ FILE ('PAPRFORM')
                               INTO   (PAPRFORM-RECORD)
                               RIDFLD (PF-FORM-KEY)
                               UPDATE
                               RESP   (PAPRFORM-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

      * A form so bad it cannot even be keyed once is rejected
      * straight off, with nothing but its batch and serial.
               EVALUATE TRUE
                   WHEN PAPRFORM-RESP = DFHRESP(NOTFND)
                       MOVE SPACES TO PAPRFORM-RECORD
                       MOVE SCREEN-BATCH-NO  TO PF-BATCH-NO
                       MOVE SCREEN-SERIAL-NO TO PF-SERIAL-NO
                       MOVE 0 TO PF-MISMATCH-COUNT
                       MOVE 0 TO PF-CREDIT-LIMIT-AMOUNT
                       PERFORM MARK-FORM-REJECTED
                       EXEC CICS WRITE FILE ('PAPRFORM')
                                       FROM   (PAPRFORM-RECORD)
                                       RIDFLD (PF-FORM-KEY)
                                       RESP   (PAPRFORM-RESP)
                                       RESP2  (COMMAND-RESP2)
                       END-EXEC
                       PERFORM CONFIRM-FORM-REJECTED
                   WHEN PAPRFORM-RESP NOT = DFHRESP(NORMAL)
                       MOVE PAPRFORM-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                       MOVE 'PAPRFORM NOT AVAILABLE - TRY AGAIN'
                           TO MESSAGE-LINE
                   WHEN PF-SUBMITTED
                   WHEN PF-REJECTED
                       PERFORM UNLOCK-FORM-ROW
                       PERFORM EXPLAIN-FORM-STATUS
                   WHEN OTHER
                       PERFORM MARK-FORM-REJECTED
                       PERFORM REWRITE-FORM-ROW
                       PERFORM CONFIRM-FORM-REJECTED
               END-EVALUATE
           END-IF
           .

       MARK-FORM-REJECTED.
           MOVE 'REJECTED'   TO PF-FORM-STATUS
           MOVE CLERK-ID     TO PF-REJECTED-BY
           MOVE CURRENT-DATE TO PF-REJECTED-DATE
           MOVE CURRENT-TIME TO PF-REJECTED-TIME
           MOVE SCREEN-NOTE  TO PF-REJECT-REASON
           .

       CONFIRM-FORM-REJECTED.
           IF PAPRFORM-RESP = DFHRESP(NORMAL)
               STRING 'FORM ' PF-BATCH-NO '/' PF-SERIAL-NO
                      ' REJECTED - RETURN IT TO THE BRANCH'
                   DELIMITED BY SIZE INTO MESSAGE-LINE
               MOVE 'Y' TO CLEAR-FORM-FIELDS
               MOVE 'N' TO STATE-FORM-RECALLED
           ELSE
               MOVE PAPRFORM-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               MOVE 'FORM NOT REJECTED - PAPRFORM UPDATE FAILED'
                   TO MESSAGE-LINE
           END-IF
           .

      * Why an action does not apply to a form in its present state.
       EXPLAIN-FORM-STATUS.
           EVALUATE TRUE
               WHEN PF-KEYED
                   MOVE 'FORM AWAITS ITS SECOND KEYING - USE ACTION K'
                       TO MESSAGE-LINE
               WHEN PF-MISMATCH
                   MOVE 'FORM HAS MISMATCHES - R THEN S TO RESOLVE'
                       TO MESSAGE-LINE
               WHEN PF-VERIFIED
                   MOVE 'FORM IS VERIFIED - R THEN S TO SUBMIT IT'
                       TO MESSAGE-LINE
               WHEN PF-SUBMITTED
                   STRING 'FORM ALREADY SUBMITTED ON '
                          PF-SUBMITTED-DATE
                       DELIMITED BY SIZE INTO MESSAGE-LINE
               WHEN PF-REJECTED
                   STRING 'FORM WAS REJECTED ON ' PF-REJECTED-DATE
                          ' - THE BRANCH MUST SEND A NEW FORM'
                       DELIMITED BY SIZE INTO MESSAGE-LINE
               WHEN OTHER
                   MOVE 'FORM IS IN AN UNKNOWN STATE - SEE SUPERVISOR'
                       TO MESSAGE-LINE
           END-EVALUATE
           .

       UNLOCK-FORM-ROW.
           EXEC CICS UNLOCK FILE ('PAPRFORM')
                           RESP  (COMMAND-RESP)
                           RESP2 (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

       REWRITE-FORM-ROW.
           EXEC CICS REWRITE FILE ('PAPRFORM')
                             FROM  (PAPRFORM-RECORD)
                             RESP  (PAPRFORM-RESP)
                             RESP2 (COMMAND-RESP2)
           END-EXEC

           IF PAPRFORM-RESP NOT = DFHRESP(NORMAL)
               MOVE PAPRFORM-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               MOVE 'FORM NOT UPDATED - PAPRFORM REWRITE FAILED'
                   TO MESSAGE-LINE
           END-IF
           .

      ******************************************************************
      * Field edits. Normalises the form as it goes: amounts right-
      * aligned and zero-filled, an unanswered Y/N held as N.
      ******************************************************************
       EDIT-SCREEN-FORM.
           MOVE 'Y' TO FORM-EDIT-OK

           IF SF-ACCOUNT-NO IS NOT NUMERIC
               MOVE 'N' TO FORM-EDIT-OK
               MOVE 'ACCOUNT NUMBER MUST BE ALL 8 DIGITS'
                   TO MESSAGE-LINE
           END-IF

           IF FORM-EDIT-OK = 'Y'
              AND SF-PRODUCT-CODE NOT = SPACES
               MOVE SF-PRODUCT-CODE TO PD-PRODUCT-CODE
               EXEC CICS READ FILE ('PRODCAT')
                               INTO   (PRODCAT-RECORD)
                               RIDFLD (PD-PRODUCT-CODE)
                               RESP   (PRODCAT-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC
               IF PRODCAT-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO FORM-EDIT-OK
                   MOVE 'CARD PRODUCT IS NOT IN THE PRODUCT CATALOG'
                       TO MESSAGE-LINE
               END-IF
           END-IF

           IF FORM-EDIT-OK = 'Y'
              AND SF-APPLICANT-NO NOT = SPACES
              AND (SF-APPLICANT-NO IS NOT NUMERIC
                   OR SF-APPLICANT-NO = '0')
               MOVE 'N' TO FORM-EDIT-OK
               MOVE 'APPLICANT NUMBER MUST BE 1 TO 9'
                   TO MESSAGE-LINE
           END-IF

           IF FORM-EDIT-OK = 'Y'
               MOVE SF-DECLARED-INCOME TO AMOUNT-WORK
               PERFORM RIGHT-ALIGN-AMOUNT
               IF FORM-EDIT-OK = 'Y'
                   MOVE AMOUNT-ALIGNED TO SF-DECLARED-INCOME
               ELSE
                   MOVE 'DECLARED INCOME MUST BE WHOLE POUNDS'
                       TO MESSAGE-LINE
               END-IF
           END-IF

           IF FORM-EDIT-OK = 'Y'
               MOVE SF-TRANSFER-AMOUNT TO AMOUNT-WORK
               PERFORM RIGHT-ALIGN-AMOUNT
               IF FORM-EDIT-OK = 'Y'
                   MOVE AMOUNT-ALIGNED TO SF-TRANSFER-AMOUNT
               ELSE
                   MOVE 'TRANSFER AMOUNT MUST BE WHOLE POUNDS'
                       TO MESSAGE-LINE
               END-IF
           END-IF

           IF FORM-EDIT-OK = 'Y'
              AND SF-GUARANTOR-NO NOT = SPACES
              AND SF-GUARANTOR-NO IS NOT NUMERIC
               MOVE 'N' TO FORM-EDIT-OK
               MOVE 'GUARANTOR ACCOUNT MUST BE ALL 8 DIGITS OR BLANK'
                   TO MESSAGE-LINE
           END-IF

           IF FORM-EDIT-OK = 'Y'
               IF SF-BUREAU-CONSENT = SPACES
                   MOVE 'N' TO SF-BUREAU-CONSENT
               END-IF
               IF SF-PPI-OPTIN = SPACES
                   MOVE 'N' TO SF-PPI-OPTIN
               END-IF
               IF SF-REFERRAL-CONSENT = SPACES
                   MOVE 'N' TO SF-REFERRAL-CONSENT
               END-IF
               IF (SF-BUREAU-CONSENT NOT = 'Y'
                   AND SF-BUREAU-CONSENT NOT = 'N')
                  OR (SF-PPI-OPTIN NOT = 'Y'
                      AND SF-PPI-OPTIN NOT = 'N')
                  OR (SF-REFERRAL-CONSENT NOT = 'Y'
                      AND SF-REFERRAL-CONSENT NOT = 'N')
                   MOVE 'N' TO FORM-EDIT-OK
                   MOVE 'CONSENT, PROTECTION AND REFERRAL ARE Y OR N'
                       TO MESSAGE-LINE
               END-IF
           END-IF

      * The direct debit mandate is all or nothing.
           IF FORM-EDIT-OK = 'Y'
              AND (SF-DD-SORT-CODE NOT = SPACES
                   OR SF-DD-ACCOUNT NOT = SPACES
                   OR SF-DD-OPTION NOT = SPACES)
               IF SF-DD-SORT-CODE IS NOT NUMERIC
                  OR SF-DD-ACCOUNT IS NOT NUMERIC
                  OR (SF-DD-OPTION NOT = 'M'
                      AND SF-DD-OPTION NOT = 'F')
                   MOVE 'N' TO FORM-EDIT-OK
                   MOVE 'DIRECT DEBIT NEEDS SORT CODE, ACCOUNT, M OR F'
                       TO MESSAGE-LINE
               END-IF
           END-IF
           .

      * Digits keyed from the left of a 7-byte field are moved to
      * its right and the front zero-filled; a blank field is zero.
       RIGHT-ALIGN-AMOUNT.
           MOVE 0 TO AMOUNT-DIGITS
           INSPECT AMOUNT-WORK TALLYING AMOUNT-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZEROS TO AMOUNT-ALIGNED
           IF AMOUNT-DIGITS > 0
               IF AMOUNT-WORK (1:AMOUNT-DIGITS) IS NOT NUMERIC
                   MOVE 'N' TO FORM-EDIT-OK
               ELSE
                   IF AMOUNT-DIGITS < 7
                      AND AMOUNT-WORK (AMOUNT-DIGITS + 1:)
                          NOT = SPACES
                       MOVE 'N' TO FORM-EDIT-OK
                   ELSE
                       COMPUTE AMOUNT-START = 8 - AMOUNT-DIGITS
                       MOVE AMOUNT-WORK (1:AMOUNT-DIGITS)
                           TO AMOUNT-ALIGNED
                              (AMOUNT-START:AMOUNT-DIGITS)
                   END-IF
               END-IF
           ELSE
               IF AMOUNT-WORK NOT = SPACES
                   MOVE 'N' TO FORM-EDIT-OK
               END-IF
           END-IF
           .

      ******************************************************************
      * Map in, map out: the hand-laid symbolic map fields shuttle
      * through the working fields one by one.
      ******************************************************************
       RECEIVE-KEYING-MAP.
           EXEC CICS RECEIVE MAP ('CSPAPM1')
                     MAPSET      ('CSPAPMAP')
                     INTO        (CSPAPM1I)
                     RESP        (COMMAND-RESP)
                     RESP2       (COMMAND-RESP2)
           END-EXEC

      * MAPFAIL just means nothing was typed - an empty ENTER or a
      * bare PF key - so carry on with blank input fields.
           IF COMMAND-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO CSPAPM1I
           ELSE
               PERFORM LOG-CICS-ERROR
           END-IF

           MOVE BTCHI TO SCREEN-BATCH-NO
           MOVE SERLI TO SCREEN-SERIAL-NO
           MOVE ACTNI TO SCREEN-ACTION
           MOVE ACCTI TO SF-ACCOUNT-NO
           MOVE PRODI TO SF-PRODUCT-CODE
           MOVE SEQNI TO SF-APPLICANT-NO
           MOVE INCMI TO SF-DECLARED-INCOME
           MOVE CONSI TO SF-BUREAU-CONSENT
           MOVE BTAMI TO SF-TRANSFER-AMOUNT
           MOVE GUARI TO SF-GUARANTOR-NO
           MOVE PPIOI TO SF-PPI-OPTIN
           MOVE DDSCI TO SF-DD-SORT-CODE
           MOVE DDACI TO SF-DD-ACCOUNT
           MOVE DDOPI TO SF-DD-OPTION
           MOVE REFCI TO SF-REFERRAL-CONSENT
           MOVE NOTEI TO SCREEN-NOTE

           INSPECT SCREEN-BATCH-NO   REPLACING ALL LOW-VALUES BY SPACE
           INSPECT SCREEN-SERIAL-NO  REPLACING ALL LOW-VALUES BY SPACE
           INSPECT SCREEN-ACTION     REPLACING ALL LOW-VALUES BY SPACE
           INSPECT SCREEN-FORM-IMAGE REPLACING ALL LOW-VALUES BY SPACE
           INSPECT SCREEN-NOTE       REPLACING ALL LOW-VALUES BY SPACE
           .

       SEND-KEYING-MAP.
           MOVE LOW-VALUES TO CSPAPM1O
           MOVE SCREEN-BATCH-NO     TO BTCHO
           MOVE SCREEN-SERIAL-NO    TO SERLO
           MOVE SCREEN-ACTION       TO ACTNO
           MOVE SF-ACCOUNT-NO       TO ACCTO
           MOVE SF-PRODUCT-CODE     TO PRODO
           MOVE SF-APPLICANT-NO     TO SEQNO
           MOVE SF-DECLARED-INCOME  TO INCMO
           MOVE SF-BUREAU-CONSENT   TO CONSO
           MOVE SF-TRANSFER-AMOUNT  TO BTAMO
           MOVE SF-GUARANTOR-NO     TO GUARO
           MOVE SF-PPI-OPTIN        TO PPIOO
           MOVE SF-DD-SORT-CODE     TO DDSCO
           MOVE SF-DD-ACCOUNT       TO DDACO
           MOVE SF-DD-OPTION        TO DDOPO
           MOVE SF-REFERRAL-CONSENT TO REFCO
           MOVE DETAIL-LINE-1       TO DTL1O
           MOVE MP-LINE (1)         TO DTL2O
           MOVE MP-LINE (2)         TO DTL3O
           MOVE MP-LINE (3)         TO DTL4O
           MOVE SCREEN-NOTE         TO NOTEO
           MOVE MESSAGE-LINE        TO MSGO

           EXEC CICS SEND MAP ( 'CSPAPM1' )
                     MAPSET   ( 'CSPAPMAP' )
                     FROM     ( CSPAPM1O )
                     ERASE
                     FREEKB
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

       END PROGRAM 'CSPAPKEY'.
