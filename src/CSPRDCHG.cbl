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
      *  CSPRDCHG
      *
      * Product change for an existing cardholder (run as CPCH). A
      * STD cardholder who had come to qualify for GOLD could only
      * get it by applying again - another bureau pull and a second
      * account position. This transaction moves the live position
      * to another product in place:
      *
      *   CPCH nnnnnnnn s pppp
      *
      * nnnnnnnn is the account number, s the applicant sequence
      * (blank defaults to 1) and pppp the product wanted. A blank
      * product asks for the best active product the cardholder
      * qualifies for - the way the sunset run (see src/CSPRDSUN.cbl)
      * moves a retired product's book.
      *
      *   - the position must be an approved CSCACHE row with a live
      *     card on CARDMAS (not CLOSED, number assigned);
      *   - eligibility is re-checked against the PRODCAT catalog
      *     (minimum importance tier, minimum income band, active,
      *     launched and not sunset) through the same
      *     EVALUATE-PRODUCT-ELIGIBILITY the applications use, on
      *     the cached importance tier and a fresh income band from
      *     GETEMPL - no bureau pull, the score on file stands;
      *   - PRICING reprices the position for the new product and
      *     the cached score band. A promotional rate already running
      *     runs out as agreed - CSPROMEX then moves it onto the new
      *     product's standard rate; a product change earns no new
      *     introductory offer;
      *   - the TCVERS terms version in force for the new product is
      *     stamped on a fresh DECPARM snapshot (carrying the latest
      *     snapshot's thresholds forward), so TCRQ reproduces the
      *     terms the cardholder is now on;
      *   - CRPL (see src/CARDREPL.cbl) is LINKed with reason P to
      *     reissue the plastic on a new number off the new product's
      *     CARDRNG range: the CARDHIST row records the old and new
      *     numbers, the old number is retired, and the EMBOSSRQ row
      *     sends the new card through the next CSEMBOSS extract;
      *   - only then does the CSCACHE row take the new product,
      *     price and card number - a reissue that fails (range
      *     empty) leaves the position exactly as it was. The before
      *     and after terms go on the CHGJRNL change journal.
      *
      * The same request can arrive by LINK over a channel - the
      * PRDCHGIN container carries the input line above and the
      * answer goes back in PRDCHGOUT, the CRPL convention. The role
      * gate guards the terminal path only; a channel caller is a
      * program the region already trusts.
      *
      * Four-digit accounts are accepted and zero-padded, the same
      * compatibility window every terminal parser honors.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPRDCHG.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * CSCACHE, CARDMAS, PRODCAT, TCVERS, DECPARM and CTLPARM are
      * CICS-owned VSAM files (defined in the FCT, not opened by this
      * program) - accessed entirely through EXEC CICS commands
      * below, never native COBOL I/O.
           COPY CSCACHE.

           COPY CARDMAS.

           COPY TCVERS.

           COPY DECPARM.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACCOUNT-IN            PIC X(8).
         2 FILLER                PIC X(1).
         2 SEQ-IN                PIC X(1).
         2 FILLER                PIC X(1).
         2 PRODUCT-IN            PIC X(4).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 19.
       1 READ-INPUT-FLENGTH      PIC S9(8) COMP VALUE 19.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.

       1 CSCACHE-RESP            PIC S9(8) COMP.
       1 CARDMAS-RESP            PIC S9(8) COMP.
       1 DECPARM-RESP            PIC S9(8) COMP.
       1 CHANGE-REFUSED          PIC X(1) VALUE 'N'.
       1 OLD-PRODUCT             PIC X(4) VALUE SPACES.
       1 NEW-PRODUCT             PIC X(4) VALUE SPACES.
       1 OLD-TC-VERSION          PIC X(8) VALUE SPACES.
       1 NEW-CARD-NUMBER         PIC X(16) VALUE SPACES.
       1 APR-EDIT                PIC Z9.99.

      * Product eligibility - see copy/PRODELIG.cpy. The cardholder
      * is judged on the importance tier cached with the position
      * and a fresh income band.
       1 REQUESTED-PRODUCT       PIC X(4)  VALUE SPACES.
       1 PRODUCT-ELIGIBILITY     PIC X(8)  VALUE SPACES.
       1 SUGGESTED-PRODUCT       PIC X(4)  VALUE SPACES.
       1 CUSTOMER-IMPORTANCE     PIC X(8)  VALUE SPACES.
       1 PARM-TODAY              PIC X(8)  VALUE SPACES.
       1 PRODUCT-ELIGIBLE        PIC X(1)  VALUE 'N'.

      * Product catalog scratch fields - see copy/PRODELIG.cpy and
      * copy/PRODCAT.cpy.
           COPY PRODCAT.

       1 PRODCAT-RESP            PIC S9(8) COMP.
       1 CUSTOMER-TIER-RANK      PIC 9(1) VALUE 0.
       1 CUSTOMER-INCOME-RANK    PIC 9(1) VALUE 0.
       1 PRODUCT-TIER-RANK       PIC 9(1) VALUE 0.
       1 PRODUCT-INCOME-RANK     PIC 9(1) VALUE 0.
       1 PRODUCT-QUALIFIES       PIC X(1) VALUE 'N'.
       1 BEST-PRODUCT-CODE       PIC X(4) VALUE SPACES.
       1 BEST-PRODUCT-RANK       PIC 9(1) VALUE 0.
       1 CATALOG-ROWS-SEEN       PIC 9(3) VALUE 0.
       1 END-OF-CATALOG-SCAN     PIC X(1) VALUE 'N'.

      * Terms version in force for the new product - see
      * RESOLVE-TERMS-VERSION and copy/TCVERS.cpy.
       1 TCVERS-RESP             PIC S9(8) COMP.
       1 TC-VERSION-IN-FORCE     PIC X(8) VALUE SPACES.
       1 END-OF-TERMS-SCAN       PIC X(1) VALUE 'N'.

      * Latest DECPARM snapshot for the position, carried forward
      * under the new terms version - see FIND-LATEST-SNAPSHOT.
       1 SNAPSHOT-FOUND          PIC X(1) VALUE 'N'.
       1 END-OF-PARM-SCAN        PIC X(1) VALUE 'N'.
       1 LATEST-SNAPSHOT         PIC X(96) VALUE SPACES.

      * The input container shape the GETEMPL child GETs.
       1 ACCOUNT-NUMBER-IN.
         2 CUST-NO-IN            PIC X(8).
         2 PRODUCT-CODE-IN       PIC X(4).
         2 APPL-SEQ-OUT          PIC 9(1).

      * Fresh income back from GETEMPL - PRODELIG reads INCOME-BAND
      * out of this group.
       1 EMPLOYMENT-DATA.
         2 EMPLOYMENT-STATUS     PIC X(10) VALUE ' '.
         2 INCOME-BAND           PIC X(6)  VALUE ' '.

      * Input to and output from the PRICING engine - see
      * src/PRICING.cbl.
       1 PRICING-REQUEST.
         2 PRICE-PRODUCT-CODE    PIC X(4).
         2 PRICE-CREDIT-SCORE    PIC X(3).
         2 PRICE-CUST-NO         PIC X(8).
       1 PRICING-DATA.
         2 CARD-APR              PIC 9(2)V99 VALUE 0.
         2 CARD-ANNUAL-FEE       PIC 9(5)    VALUE 0.
         2 PROMO-RATE            PIC 9(2)V99 VALUE 0.
         2 PROMO-MONTHS          PIC 9(2)    VALUE 0.

      * Channel interface to CRPL - the input line it would have
      * received from a terminal, and its answer.
       1 REPL-REQUEST.
         2 RR-TRANID             PIC X(4) VALUE 'CRPL'.
         2 FILLER                PIC X(1) VALUE SPACE.
         2 RR-ACCOUNT            PIC X(8).
         2 FILLER                PIC X(1) VALUE SPACE.
         2 RR-SEQ                PIC X(1).
         2 FILLER                PIC X(1) VALUE SPACE.
         2 RR-REASON             PIC X(1) VALUE 'P'.
         2 FILLER                PIC X(1) VALUE SPACE.
         2 RR-PRODUCT            PIC X(4) VALUE SPACES.
       1 REPL-ANSWER             PIC X(80) VALUE SPACES.

       1 PCHG-CHANNEL            PIC X(16) VALUE 'PCHGCHANNEL     '.
       1 CALLER-CHANNEL          PIC X(16) VALUE SPACES.
       1 INPUT-CONTAINER         PIC X(16) VALUE 'INPUTCONTAINER  '.
       1 GETEMPL-CONTAINER       PIC X(16) VALUE 'GETEMPLCONT     '.
       1 GET-EMPL                PIC X(8)  VALUE 'GETEMPL '.
       1 PRICING-PROG            PIC X(8)  VALUE 'PRICING '.
       1 CARDREPL-PROG           PIC X(8)  VALUE 'CARDREPL'.

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
      * The whole CSCACHE row is wider than a journal image, so the
      * images are the position's product terms only.
           COPY CHGJRNL.

       1 POSITION-TERMS-IMAGE.
         2 PT-CUST-NO            PIC X(8).
         2 PT-APPL-SEQ-NO        PIC 9(1).
         2 PT-PRODUCT-CODE       PIC X(4).
         2 PT-CARD-APR           PIC 9(2)V99.
         2 PT-ANNUAL-FEE         PIC 9(5).
         2 PT-PROMO-RATE         PIC 9(2)V99.
         2 PT-PROMO-MONTHS       PIC 9(2).
         2 PT-CARD-NUMBER        PIC X(16).
         2 PT-TC-VERSION         PIC X(8).

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
         2 CE-PROGRAM  PIC X(8) VALUE 'CSPRDCHG'.
         2 CE-RESP     PIC S9(8) COMP.
         2 CE-RESP2    PIC S9(8) COMP.
         2 CE-ABSTIME  PIC S9(15) COMP-3.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * LINKed over a channel the input comes in a container, not
      * from a terminal.
           EXEC CICS ASSIGN CHANNEL(CALLER-CHANNEL)
           END-EXEC

           IF CALLER-CHANNEL = SPACES
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

               EXEC CICS RECEIVE INTO     ( READ-INPUT )
                               LENGTH     ( READ-INPUT-LENGTH )
                               NOTRUNCATE
                               RESP       ( COMMAND-RESP )
                               RESP2      ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               MOVE SPACES TO READ-INPUT
               EXEC CICS GET CONTAINER ('PRDCHGIN')
                               INTO    ( READ-INPUT )
                               FLENGTH ( READ-INPUT-FLENGTH )
                               RESP    ( COMMAND-RESP )
                               RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
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

           IF SEQ-IN = SPACES
               MOVE '1' TO SEQ-IN
           END-IF

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
                     TIME(CURRENT-TIME)
           END-EXEC
           MOVE CURRENT-DATE TO PARM-TODAY

           IF ACCOUNT-IN IS NOT NUMERIC
              OR SEQ-IN IS NOT NUMERIC
               MOVE 'CPCH: GIVE THE ACCOUNT, APPLICANT SEQ AND PRODUCT'
                   TO REPORT-LINE
           ELSE
               PERFORM CHANGE-THE-PRODUCT
           END-IF

           IF CALLER-CHANNEL = SPACES
               PERFORM SEND-REPORT-LINE
           ELSE
               EXEC CICS PUT CONTAINER ('PRDCHGOUT')
                               FROM    ( REPORT-LINE )
                               RESP    ( COMMAND-RESP )
                               RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

      * Every check is made before anything changes - the first one
      * to refuse sets the answer and the rest are skipped.
       CHANGE-THE-PRODUCT.
           MOVE 'N' TO CHANGE-REFUSED

           PERFORM READ-CACHED-POSITION
           IF CHANGE-REFUSED = 'N'
               PERFORM CHECK-CARD-ON-FILE
           END-IF
           IF CHANGE-REFUSED = 'N'
               PERFORM PULL-FRESH-INCOME
               PERFORM CHOOSE-NEW-PRODUCT
           END-IF
           IF CHANGE-REFUSED = 'N'
               PERFORM PRICE-THE-NEW-PRODUCT
               MOVE NEW-PRODUCT TO REQUESTED-PRODUCT
               PERFORM RESOLVE-TERMS-VERSION
               PERFORM FIND-LATEST-SNAPSHOT
               PERFORM REISSUE-THE-PLASTIC
           END-IF
           IF CHANGE-REFUSED = 'N'
               PERFORM UPDATE-CACHED-POSITION
           END-IF
           IF CHANGE-REFUSED = 'N'
               PERFORM WRITE-TERMS-SNAPSHOT

               MOVE CARD-APR TO APR-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'CPCH: CHANGED ' OLD-PRODUCT ' TO ' NEW-PRODUCT
                      ' APR ' APR-EDIT ' FEE ' CARD-ANNUAL-FEE
                      ' TERMS ' TC-VERSION-IN-FORCE
                      ' CARD ****' NEW-CARD-NUMBER(13:4)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

      * A product change is a servicing action on a live approved
      * position - no cached position, or a non-approved one, is a
      * refusal, not a way into a first approval.
       READ-CACHED-POSITION.
           MOVE ACCOUNT-IN TO CC-CUST-NO
           MOVE SEQ-IN     TO CC-APPL-SEQ-NO

           EXEC CICS READ FILE ('CSCACHE')
                           INTO   (CSCACHE-RECORD)
                           RIDFLD (CC-CACHE-KEY)
                           RESP   (CSCACHE-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN CSCACHE-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO CHANGE-REFUSED
                   STRING 'CPCH: NO CARD POSITION ON FILE FOR '
                          ACCOUNT-IN ' SEQ ' SEQ-IN
                       DELIMITED BY SIZE INTO REPORT-LINE
                   IF CSCACHE-RESP NOT = DFHRESP(NOTFND)
                       MOVE CSCACHE-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN CC-DECISION NOT = 'APPROVE '
                   MOVE 'Y' TO CHANGE-REFUSED
                   STRING 'CPCH: POSITION IS NOT AN APPROVED CARD - '
                          CC-DECISION
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   MOVE CC-PRODUCT-CODE        TO OLD-PRODUCT
                   MOVE CC-CUSTOMER-IMPORTANCE TO CUSTOMER-IMPORTANCE
           END-EVALUATE
           .

      * The plastic is reissued, so there must be one to reissue.
       CHECK-CARD-ON-FILE.
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
                   MOVE 'Y' TO CHANGE-REFUSED
                   MOVE 'CPCH: NO CARD ON FILE FOR THIS ACCOUNT/SEQ'
                       TO REPORT-LINE
                   IF CARDMAS-RESP NOT = DFHRESP(NOTFND)
                       MOVE CARDMAS-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN CD-CARD-NUMBER = SPACES
                   MOVE 'Y' TO CHANGE-REFUSED
                   MOVE 'CPCH: NO CARD NUMBER ASSIGNED YET'
                       TO REPORT-LINE
               WHEN CD-PRODUCTION-STATUS = 'CLOSED  '
                   MOVE 'Y' TO CHANGE-REFUSED
                   STRING 'CPCH: CARD ' ACCOUNT-IN ' ' SEQ-IN
                          ' IS CLOSED'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Fresh income, LINKed over this transaction's own channel the
      * way ACLI drives the same child.
       PULL-FRESH-INCOME.
           MOVE ACCOUNT-IN  TO CUST-NO-IN
           MOVE OLD-PRODUCT TO PRODUCT-CODE-IN
           MOVE SEQ-IN      TO APPL-SEQ-OUT

           EXEC CICS PUT CONTAINER (INPUT-CONTAINER)
                           FROM    (ACCOUNT-NUMBER-IN)
                           CHANNEL (PCHG-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM ( GET-EMPL )
                          CHANNEL ( PCHG-CHANNEL )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS GET CONTAINER (GETEMPL-CONTAINER)
                           CHANNEL (PCHG-CHANNEL)
                           INTO    (EMPLOYMENT-DATA)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

      * A named product must be one the cardholder qualifies for
      * today; no product named takes the best one they qualify
      * for. Either way it has to be a change.
       CHOOSE-NEW-PRODUCT.
           IF PRODUCT-IN = SPACES
               MOVE OLD-PRODUCT TO REQUESTED-PRODUCT
           ELSE
               MOVE PRODUCT-IN  TO REQUESTED-PRODUCT
           END-IF

           PERFORM EVALUATE-PRODUCT-ELIGIBILITY

           IF PRODUCT-IN = SPACES
               MOVE SUGGESTED-PRODUCT TO NEW-PRODUCT
           ELSE
               MOVE PRODUCT-IN        TO NEW-PRODUCT
           END-IF

           EVALUATE TRUE
               WHEN NEW-PRODUCT = SPACES
                   MOVE 'Y' TO CHANGE-REFUSED
                   MOVE 'CPCH: NO ACTIVE PRODUCT THE CARDHOLDER QUALIFIE
      -                 'S FOR' TO REPORT-LINE
               WHEN PRODUCT-IN NOT = SPACES
                AND PRODUCT-ELIGIBILITY NOT = 'ELIGIBLE'
                   MOVE 'Y' TO CHANGE-REFUSED
                   STRING 'CPCH: NOT ELIGIBLE FOR ' PRODUCT-IN
                          ' - BEST AVAILABLE IS ' SUGGESTED-PRODUCT
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN NEW-PRODUCT = OLD-PRODUCT
                   MOVE 'Y' TO CHANGE-REFUSED
                   STRING 'CPCH: CARD IS ALREADY ON ' OLD-PRODUCT
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Reprice for the new product on the score the position was
      * approved on - see src/PRICING.cbl.
       PRICE-THE-NEW-PRODUCT.
           MOVE NEW-PRODUCT TO PRICE-PRODUCT-CODE
           MOVE CC-SCORE    TO PRICE-CREDIT-SCORE
           MOVE ACCOUNT-IN  TO PRICE-CUST-NO

           EXEC CICS PUT CONTAINER ('PRICINGIN')
                           FROM    (PRICING-REQUEST)
                           CHANNEL (PCHG-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM (PRICING-PROG)
                          CHANNEL (PCHG-CHANNEL)
                          RESP    (COMMAND-RESP)
                          RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS GET CONTAINER ('PRICINGOUT')
                           INTO    (PRICING-DATA)
                           CHANNEL (PCHG-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

      * The terms version in force for the new product today - the
      * latest TCVERS effective date not after today, as SEQPNT
      * resolves it for an approval.
       RESOLVE-TERMS-VERSION.
           MOVE SPACES TO TC-VERSION-IN-FORCE
           MOVE 'N' TO END-OF-TERMS-SCAN

           MOVE REQUESTED-PRODUCT TO TC-PRODUCT-CODE
           MOVE LOW-VALUES        TO TC-EFFECTIVE-DATE
           MOVE 0                 TO TC-LINE-NO

           EXEC CICS STARTBR FILE ('TCVERS')
                             RIDFLD (TC-TERMS-KEY)
                             GTEQ
                             RESP   (TCVERS-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF TCVERS-RESP = DFHRESP(NORMAL)
               PERFORM SCAN-ONE-TERMS-ROW
                   UNTIL END-OF-TERMS-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('TCVERS')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF TCVERS-RESP NOT = DFHRESP(NOTFND)
                   MOVE TCVERS-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       SCAN-ONE-TERMS-ROW.
           EXEC CICS READNEXT FILE ('TCVERS')
                              INTO  (TCVERS-RECORD)
                              RIDFLD(TC-TERMS-KEY)
                              RESP  (TCVERS-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF TCVERS-RESP = DFHRESP(NORMAL)
              AND TC-PRODUCT-CODE = REQUESTED-PRODUCT
               IF TC-EFFECTIVE-DATE NOT > PARM-TODAY
                   MOVE TC-VERSION-ID TO TC-VERSION-IN-FORCE
               ELSE
                   MOVE 'Y' TO END-OF-TERMS-SCAN
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-TERMS-SCAN
               IF TCVERS-RESP NOT = DFHRESP(ENDFILE)
                  AND TCVERS-RESP NOT = DFHRESP(NORMAL)
                   MOVE TCVERS-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * Latest DECPARM snapshot for the position - the keyed prefix
      * browse keeps the last hit before the key changes, the way
      * TCRQ finds it. Its terms version is the journal's before
      * image; the snapshot itself is carried forward.
       FIND-LATEST-SNAPSHOT.
           MOVE 'N'    TO SNAPSHOT-FOUND
           MOVE 'N'    TO END-OF-PARM-SCAN
           MOVE SPACES TO OLD-TC-VERSION

           MOVE ACCOUNT-IN TO DP-CUST-NO
           MOVE SEQ-IN     TO DP-APPL-SEQ-NO
           MOVE LOW-VALUES TO DP-RUN-DATE
           MOVE LOW-VALUES TO DP-RUN-TIME

           EXEC CICS STARTBR FILE ('DECPARM')
                             RIDFLD (DP-SNAP-KEY)
                             GTEQ
                             RESP   (DECPARM-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF DECPARM-RESP = DFHRESP(NORMAL)
               PERFORM SCAN-ONE-SNAPSHOT
                   UNTIL END-OF-PARM-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('DECPARM')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF DECPARM-RESP NOT = DFHRESP(NOTFND)
                   MOVE DECPARM-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       SCAN-ONE-SNAPSHOT.
           EXEC CICS READNEXT FILE ('DECPARM')
                              INTO  (DECPARM-RECORD)
                              RIDFLD(DP-SNAP-KEY)
                              RESP  (DECPARM-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF DECPARM-RESP = DFHRESP(NORMAL)
              AND DP-CUST-NO = ACCOUNT-IN
              AND DP-APPL-SEQ-NO = SEQ-IN
               MOVE 'Y'            TO SNAPSHOT-FOUND
               MOVE DECPARM-RECORD TO LATEST-SNAPSHOT
               MOVE DP-TC-VERSION  TO OLD-TC-VERSION
           ELSE
               MOVE 'Y' TO END-OF-PARM-SCAN
               IF DECPARM-RESP NOT = DFHRESP(ENDFILE)
                  AND DECPARM-RESP NOT = DFHRESP(NORMAL)
                   MOVE DECPARM-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * CRPL does the reissue its own way - new number off the new
      * product's range, card history, old number retired, emboss
      * queue. Anything but its success answer refuses the change
      * and is passed back as the reason.
       REISSUE-THE-PLASTIC.
           MOVE ACCOUNT-IN  TO RR-ACCOUNT
           MOVE SEQ-IN      TO RR-SEQ
           MOVE NEW-PRODUCT TO RR-PRODUCT

           EXEC CICS PUT CONTAINER ('CARDREPLIN')
                           FROM    (REPL-REQUEST)
                           CHANNEL (PCHG-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM (CARDREPL-PROG)
                          CHANNEL (PCHG-CHANNEL)
                          RESP    (COMMAND-RESP)
                          RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE SPACES TO REPL-ANSWER
           EXEC CICS GET CONTAINER ('CARDREPLOUT')
                           INTO    (REPL-ANSWER)
                           CHANNEL (PCHG-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           IF REPL-ANSWER(1:19) = 'CRPL: CARD REPLACED'
               EXEC CICS READ FILE ('CARDMAS')
                               INTO   (CARDMAS-RECORD)
                               RIDFLD (CD-CARD-KEY)
                               RESP   (CARDMAS-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC
               MOVE CARDMAS-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               MOVE CD-CARD-NUMBER TO NEW-CARD-NUMBER
           ELSE
               MOVE 'Y' TO CHANGE-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING 'CPCH: NOT CHANGED - ' REPL-ANSWER
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

      * The position takes the new product, price and card number.
      * The promotional rate is left to run out - see the header.
       UPDATE-CACHED-POSITION.
           MOVE ACCOUNT-IN TO CC-CUST-NO
           MOVE SEQ-IN     TO CC-APPL-SEQ-NO

           EXEC CICS READ FILE ('CSCACHE')
                           INTO   (CSCACHE-RECORD)
                           RIDFLD (CC-CACHE-KEY)
                           UPDATE
                           RESP   (CSCACHE-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CSCACHE-RESP NOT = DFHRESP(NORMAL)
               MOVE CSCACHE-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               MOVE 'Y' TO CHANGE-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING 'CPCH: CARD REISSUED BUT POSITION NOT UPDATED'
                      ' FOR ' ACCOUNT-IN ' ' SEQ-IN
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE CC-CUST-NO      TO PT-CUST-NO
               MOVE CC-APPL-SEQ-NO  TO PT-APPL-SEQ-NO
               MOVE CC-PRODUCT-CODE TO PT-PRODUCT-CODE
               MOVE CC-CARD-APR     TO PT-CARD-APR
               MOVE CC-ANNUAL-FEE   TO PT-ANNUAL-FEE
               MOVE CC-PROMO-RATE   TO PT-PROMO-RATE
               MOVE CC-PROMO-MONTHS TO PT-PROMO-MONTHS
               MOVE CC-CARD-NUMBER  TO PT-CARD-NUMBER
               MOVE OLD-TC-VERSION  TO PT-TC-VERSION
               MOVE SPACES               TO JRNL-BEFORE-IMAGE
               MOVE POSITION-TERMS-IMAGE TO JRNL-BEFORE-IMAGE

               MOVE NEW-PRODUCT     TO CC-PRODUCT-CODE
               MOVE CARD-APR        TO CC-CARD-APR
               MOVE CARD-ANNUAL-FEE TO CC-ANNUAL-FEE
               MOVE NEW-CARD-NUMBER TO CC-CARD-NUMBER

               EXEC CICS REWRITE FILE ('CSCACHE')
                                 FROM (CSCACHE-RECORD)
                                 RESP  (CSCACHE-RESP)
                                 RESP2 (COMMAND-RESP2)
               END-EXEC

               IF CSCACHE-RESP NOT = DFHRESP(NORMAL)
                   MOVE CSCACHE-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
                   MOVE 'Y' TO CHANGE-REFUSED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'CPCH: CARD REISSUED BUT POSITION NOT UPDATED'
                          ' FOR ' ACCOUNT-IN ' ' SEQ-IN
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   MOVE CC-PRODUCT-CODE TO PT-PRODUCT-CODE
                   MOVE CC-CARD-APR     TO PT-CARD-APR
                   MOVE CC-ANNUAL-FEE   TO PT-ANNUAL-FEE
                   MOVE CC-CARD-NUMBER  TO PT-CARD-NUMBER
                   MOVE TC-VERSION-IN-FORCE TO PT-TC-VERSION
                   MOVE SPACES               TO JRNL-AFTER-IMAGE
                   MOVE POSITION-TERMS-IMAGE TO JRNL-AFTER-IMAGE
                   MOVE ACCOUNT-IN           TO JRNL-ACCOUNT
                   MOVE 'CSCACHE '           TO JRNL-FILE-NAME
                   PERFORM WRITE-CHANGE-JOURNAL
               END-IF
           END-IF
           .

      * A fresh snapshot under this moment's key, carrying the latest
      * one's thresholds forward with the new terms version - so
      * TCRQ, which plays back the latest, shows the terms the
      * cardholder is on now. A position decided before snapshots
      * existed gets one carrying the terms version alone.
       WRITE-TERMS-SNAPSHOT.
           IF SNAPSHOT-FOUND = 'Y'
               MOVE LATEST-SNAPSHOT TO DECPARM-RECORD
           ELSE
               INITIALIZE DECPARM-RECORD
           END-IF

           MOVE ACCOUNT-IN          TO DP-CUST-NO
           MOVE SEQ-IN              TO DP-APPL-SEQ-NO
           MOVE CURRENT-DATE        TO DP-RUN-DATE
           MOVE CURRENT-TIME        TO DP-RUN-TIME
           MOVE 'PRODCHG '          TO DP-PARM-SET-USED
           MOVE TC-VERSION-IN-FORCE TO DP-TC-VERSION

           EXEC CICS WRITE FILE ('DECPARM')
                           FROM   (DECPARM-RECORD)
                           RIDFLD (DP-SNAP-KEY)
                           RESP   (DECPARM-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF DECPARM-RESP NOT = DFHRESP(NORMAL)
              AND DECPARM-RESP NOT = DFHRESP(DUPREC)
               MOVE DECPARM-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

       SEND-REPORT-LINE.
           EXEC CICS SEND TEXT FROM ( REPORT-LINE )
                     TERMINAL WAIT
                     FREEKB
                     ERASE
           END-EXEC
           .

           COPY PRODELIG.

       COPY CHGJRNLP.

       COPY OPAUTHP.

       COPY CICSERR.

       END PROGRAM 'CSPRDCHG'.
