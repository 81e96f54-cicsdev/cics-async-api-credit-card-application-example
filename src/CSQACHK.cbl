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
      *  CSQACHK
      *
      * Four-eyes QA review transaction (run as QACK). The CSQASAMP
      * daily batch puts a random sample of manual decisions on
      * QAQUEUE (see copy/QAQUEUE.cpy); a second reviewer works them
      * here. A single input line drives one of four actions - the
      * sample is named by decision type (UNDW, FRDC or APPE), the
      * account and applicant sequence, and the day the decision
      * was taken:
      *
      *   QACK NXT
      *        - show the next PENDING sample the operator may take
      *          (one somebody else decided).
      *   QACK SHO tttt nnnnnnnn s yyyymmdd
      *        - display the sample.
      *   QACK AGR tttt nnnnnnnn s yyyymmdd rrrr note...
      *        - agree with the decision; the QA reason code is
      *          optional here, but must be a known one if given.
      *   QACK DIS tttt nnnnnnnn s yyyymmdd rrrr note...
      *        - disagree; the QA reason code (POLC, EVID, TERM,
      *          NOTE or OTHR) is required.
      *
      * Nobody may QA their own decision: AGR and DIS are refused
      * when the operator's user id is the one on QA-DECIDED-BY.
      * Gated to the UNDERWRITR role (SUPERVISOR always passes) by
      * the shared operator role check.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSQACHK.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * QAQUEUE and CTLPARM are CICS-owned VSAM files (defined in
      * the FCT, not opened by this program) - accessed entirely
      * through EXEC CICS commands below, never native COBOL I/O.
           COPY QAQUEUE.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 TYPE-IN               PIC X(4).
         2 FILLER                PIC X(1).
         2 ACCOUNT-IN            PIC X(8).
         2 FILLER                PIC X(1).
         2 SEQ-IN                PIC X(1).
         2 FILLER                PIC X(1).
         2 DATE-IN               PIC X(8).
         2 FILLER                PIC X(1).
         2 REASON-IN             PIC X(4).
         2 FILLER                PIC X(1).
         2 NOTE-IN               PIC X(40).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 79.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.

       1 QAQUEUE-RESP            PIC S9(8) COMP.
       1 END-OF-QA-SCAN          PIC X(1) VALUE 'N'.
       1 SAMPLE-FOUND            PIC X(1) VALUE 'N'.
       1 NEW-STAFF-TEXT          PIC X(10) VALUE SPACES.
       1 VERDICT-WORK            PIC X(8) VALUE SPACES.

       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
       1 CURRENT-DATE            PIC X(8).
       1 CURRENT-TIME            PIC X(8).
       1 OPERATOR-USER-ID        PIC X(8) VALUE SPACES.

      * Operator role gate - see copy/OPERROLE.cpy and the shared
      * CHECK-OPERATOR-AUTHORITY fragment in copy/OPAUTHP.cpy.
           COPY OPERROLE.

       1 OPAUTH-ROLE-RESP        PIC S9(8) COMP.
       1 OPAUTH-CTL-RESP         PIC S9(8) COMP.
       1 OPAUTH-USER-ID          PIC X(8)  VALUE SPACES.
       1 OPERATOR-AUTHORIZED     PIC X(1)  VALUE 'Y'.
       1 REQUIRED-ROLE-1         PIC X(10) VALUE 'UNDERWRITR'.
       1 REQUIRED-ROLE-2         PIC X(10) VALUE '          '.
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
         2 CE-PROGRAM  PIC X(8) VALUE 'CSQACHK '.
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

           IF SEQ-IN = SPACES
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

           EVALUATE ACTION-IN
               WHEN 'NXT'
                   PERFORM SHOW-NEXT-SAMPLE
               WHEN 'SHO'
                   PERFORM SHOW-THE-SAMPLE
               WHEN 'AGR'
                   PERFORM AGREE-WITH-DECISION
               WHEN 'DIS'
                   PERFORM DISAGREE-WITH-DECISION
               WHEN OTHER
                   MOVE 'QACK: UNKNOWN ACTION - NXT/SHO/AGR/DIS'
                       TO REPORT-LINE
           END-EVALUATE

           PERFORM SEND-REPORT-LINE

           EXEC CICS RETURN
           END-EXEC
           .

      * Browse from the top for the first PENDING sample somebody
      * else decided.
       SHOW-NEXT-SAMPLE.
           MOVE 'N' TO SAMPLE-FOUND
           MOVE 'N' TO END-OF-QA-SCAN
           MOVE LOW-VALUES TO QA-SAMPLE-KEY

           EXEC CICS STARTBR FILE ('QAQUEUE')
                             RIDFLD (QA-SAMPLE-KEY)
                             GTEQ
                             RESP   (QAQUEUE-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF QAQUEUE-RESP = DFHRESP(NORMAL)
               PERFORM SCAN-ONE-SAMPLE
                   UNTIL END-OF-QA-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('QAQUEUE')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF QAQUEUE-RESP NOT = DFHRESP(NOTFND)
                   MOVE QAQUEUE-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           IF SAMPLE-FOUND = 'Y'
               PERFORM FORMAT-SAMPLE-LINE
           ELSE
               MOVE 'QACK: NO PENDING SAMPLE FOR YOU TO REVIEW'
                   TO REPORT-LINE
           END-IF
           .

       SCAN-ONE-SAMPLE.
           EXEC CICS READNEXT FILE ('QAQUEUE')
                              INTO  (QAQUEUE-RECORD)
                              RIDFLD(QA-SAMPLE-KEY)
                              RESP  (QAQUEUE-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF QAQUEUE-RESP = DFHRESP(NORMAL)
               IF QA-PENDING
                  AND QA-DECIDED-BY NOT = OPERATOR-USER-ID
                   MOVE 'Y' TO SAMPLE-FOUND
                   MOVE 'Y' TO END-OF-QA-SCAN
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-QA-SCAN
               IF QAQUEUE-RESP NOT = DFHRESP(ENDFILE)
                   MOVE QAQUEUE-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       SHOW-THE-SAMPLE.
           PERFORM SET-SAMPLE-KEY

           EXEC CICS READ FILE ('QAQUEUE')
                           INTO   (QAQUEUE-RECORD)
                           RIDFLD (QA-SAMPLE-KEY)
                           RESP   (QAQUEUE-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF QAQUEUE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'QACK: NO QA SAMPLE ON FILE FOR THIS DECISION'
                   TO REPORT-LINE
               IF QAQUEUE-RESP NOT = DFHRESP(NOTFND)
                   MOVE QAQUEUE-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               IF QA-PENDING
                   PERFORM FORMAT-SAMPLE-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING 'QACK: ' QA-STATUS ' ' QA-REASON-CODE
                          ' BY ' QA-REVIEWER-ID
                          ' ON ' QA-REVIEW-DATE
                          ' - ' QA-DECISION ' BY ' QA-DECIDED-BY
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           .

       FORMAT-SAMPLE-LINE.
           MOVE SPACES TO NEW-STAFF-TEXT
           IF QA-NEW-STAFF = 'Y'
               MOVE ' NEW STAFF' TO NEW-STAFF-TEXT
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'QACK: ' QA-DECISION-TYPE ' ' QA-CUST-NO
                  ' ' QA-APPL-SEQ-NO ' ' QA-DECISION-DATE
                  ' ' QA-DECISION ' BY ' QA-DECIDED-BY
                  NEW-STAFF-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           .

       AGREE-WITH-DECISION.
           IF REASON-IN NOT = SPACES
               MOVE REASON-IN TO QA-REASON-CODE
               IF NOT QA-VALID-REASON
                   MOVE 'QACK: UNKNOWN QA REASON CODE'
                       TO REPORT-LINE
               ELSE
                   MOVE 'AGREED  ' TO VERDICT-WORK
                   PERFORM RECORD-QA-VERDICT
               END-IF
           ELSE
               MOVE 'AGREED  ' TO VERDICT-WORK
               PERFORM RECORD-QA-VERDICT
           END-IF
           .

       DISAGREE-WITH-DECISION.
           MOVE REASON-IN TO QA-REASON-CODE
           IF NOT QA-VALID-REASON
               MOVE 'QACK: DISAGREE NEEDS A QA REASON CODE'
                   TO REPORT-LINE
           ELSE
               MOVE 'DISAGREE' TO VERDICT-WORK
               PERFORM RECORD-QA-VERDICT
           END-IF
           .

      * VERDICT-WORK carries the verdict in; the row is read for
      * update and the verdict only lands on a PENDING sample that
      * somebody else decided.
       RECORD-QA-VERDICT.
           PERFORM SET-SAMPLE-KEY

           EXEC CICS READ FILE ('QAQUEUE')
                           INTO   (QAQUEUE-RECORD)
                           RIDFLD (QA-SAMPLE-KEY)
                           UPDATE
                           RESP   (QAQUEUE-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN QAQUEUE-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'QACK: NO QA SAMPLE ON FILE FOR THIS DECISION'
                       TO REPORT-LINE
                   IF QAQUEUE-RESP NOT = DFHRESP(NOTFND)
                       MOVE QAQUEUE-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN NOT QA-PENDING
                   MOVE 'QACK: SAMPLE HAS ALREADY BEEN REVIEWED'
                       TO REPORT-LINE
                   PERFORM UNLOCK-QAQUEUE-ROW
      * Four eyes - the operator who took the decision may not
      * review it.
               WHEN QA-DECIDED-BY = OPERATOR-USER-ID
                   MOVE 'QACK: YOU MAY NOT REVIEW YOUR OWN DECISION'
                       TO REPORT-LINE
                   PERFORM UNLOCK-QAQUEUE-ROW
               WHEN OTHER
                   MOVE VERDICT-WORK        TO QA-STATUS
                   MOVE OPERATOR-USER-ID    TO QA-REVIEWER-ID
                   MOVE CURRENT-DATE        TO QA-REVIEW-DATE
                   MOVE CURRENT-TIME        TO QA-REVIEW-TIME
                   MOVE REASON-IN           TO QA-REASON-CODE
                   MOVE NOTE-IN             TO QA-REVIEW-NOTE

                   EXEC CICS REWRITE FILE ('QAQUEUE')
                                     FROM (QAQUEUE-RECORD)
                                     RESP  (COMMAND-RESP)
                                     RESP2 (COMMAND-RESP2)
                   END-EXEC
                   PERFORM LOG-CICS-ERROR

                   MOVE SPACES TO REPORT-LINE
                   STRING 'QACK: ' QA-STATUS ' RECORDED FOR '
                          QA-DECISION-TYPE ' ' QA-CUST-NO
                          ' SEQ ' QA-APPL-SEQ-NO
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           .

       SET-SAMPLE-KEY.
           MOVE TYPE-IN    TO QA-DECISION-TYPE
           MOVE ACCOUNT-IN TO QA-CUST-NO
           MOVE SEQ-IN     TO QA-APPL-SEQ-NO
           MOVE DATE-IN    TO QA-DECISION-DATE
           .

       UNLOCK-QAQUEUE-ROW.
           EXEC CICS UNLOCK FILE ('QAQUEUE')
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

       END PROGRAM 'CSQACHK'.
