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
      *  CSPLSTOK
      *
      * Card plastic stock transaction (run as PLST). The embossing
      * bureau cuts every card from blank plastic held per product
      * and card design (see copy/PLASTINV.cpy); the nightly CSEMBOSS
      * extract takes the plastics out, and this is where the stock
      * that arrives at the bureau is put back in. A single input
      * line drives one of three actions:
      *
      *   PLST SHO [pppp]
      *        - the stock rows from product pppp on (or from the
      *          start): on hand, reorder point, average daily issue
      *          and the days of stock that leaves.
      *   PLST DLV pppp dddd qty note
      *        - credit a delivery of qty plastics of product pppp,
      *          design dddd, against the bureau's delivery note
      *          number. The note is registered in PLASTDLV (see
      *          copy/PLASTDLV.cpy) first, so a note keyed twice is
      *          turned away rather than counted twice.
      *   PLST ROP pppp dddd qty
      *        - set the reorder point for product pppp, design
      *          dddd. At or under it the CSALERTS sweep raises a
      *          STKpppp condition for the product.
      *
      * The product must be on PRODCAT; a product/design with no
      * stock row yet gets one. Every delivery and reorder-point
      * change puts the before and after PLASTINV images on the
      * CHGJRNL change journal under the stock key.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPLSTOK.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * PLASTINV, PLASTDLV, PRODCAT and CTLPARM are CICS-owned VSAM
      * files (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY PLASTINV.

           COPY PLASTDLV.

           COPY PRODCAT.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 INPUT-ARGUMENTS       PIC X(50).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 59.
       1 PRODUCT-IN              PIC X(4) VALUE SPACES.
       1 DESIGN-IN               PIC X(4) VALUE SPACES.
       1 QUANTITY-RAW            PIC X(10) VALUE SPACES.
       1 QUANTITY-LENGTH         PIC S9(4) COMP VALUE 0.
       1 NOTE-IN                 PIC X(12) VALUE SPACES.
       1 QUANTITY-IN             PIC 9(7) VALUE 0.
       1 QUANTITY-OK             PIC X(1) VALUE 'N'.

       1 PLASTINV-RESP           PIC S9(8) COMP.
       1 PLASTDLV-RESP           PIC S9(8) COMP.
       1 PRODCAT-RESP            PIC S9(8) COMP.
       1 END-OF-STOCK            PIC X(1) VALUE 'N'.
       1 STOCK-ROWS-SHOWN        PIC S9(4) COMP VALUE 0.
       1 STOCK-ROW-NEW           PIC X(1) VALUE 'N'.
       1 DAYS-OF-STOCK           PIC 9(5) VALUE 0.

       1 LIST-SCREEN.
         2 PL-LINE OCCURS 14     PIC X(79).
       1 LINE-NO                 PIC S9(4) COMP VALUE 0.

       1 ON-HAND-DISPLAY         PIC -(6)9.
       1 QUANTITY-DISPLAY        PIC Z(6)9.
       1 AVERAGE-DISPLAY         PIC Z(4)9.99.
       1 DAYS-DISPLAY            PIC Z(4)9.
       1 DAYS-WORDING            PIC X(6) VALUE SPACES.

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
         2 CE-PROGRAM  PIC X(8) VALUE 'CSPLSTOK'.
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

           MOVE 0 TO QUANTITY-LENGTH
           UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
               INTO PRODUCT-IN DESIGN-IN
                    QUANTITY-RAW COUNT IN QUANTITY-LENGTH
                    NOTE-IN
           END-UNSTRING

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
                   PERFORM SHOW-STOCK
                   PERFORM SEND-LIST-SCREEN
               WHEN 'DLV'
                   PERFORM CREDIT-DELIVERY
                   PERFORM SEND-REPORT-LINE
               WHEN 'ROP'
                   PERFORM SET-REORDER-POINT
                   PERFORM SEND-REPORT-LINE
               WHEN OTHER
                   MOVE 'PLST: UNKNOWN ACTION - SHO/DLV/ROP'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .

      ******************************************************************
      * SHO - the stock rows in key order from the product keyed (or
      * from the start), as many as the screen holds.
      ******************************************************************
       SHOW-STOCK.
           MOVE 'CARD PLASTIC STOCK' TO PL-LINE (1)
           MOVE 'PROD DSGN  ON HAND  REORDER  AVG/DAY   DAYS'
               TO PL-LINE (2)
           MOVE 2 TO LINE-NO
           MOVE 0 TO STOCK-ROWS-SHOWN

           PERFORM START-STOCK-BROWSE

           IF PLASTINV-RESP = DFHRESP(NORMAL)
               PERFORM SHOW-ONE-STOCK-ROW
                   UNTIL END-OF-STOCK = 'Y'
               PERFORM END-STOCK-BROWSE
           END-IF

           IF STOCK-ROWS-SHOWN = 0
               MOVE 'PLST: NO STOCK ROWS ON FILE' TO PL-LINE (4)
           END-IF
           .

       SHOW-ONE-STOCK-ROW.
           PERFORM READ-NEXT-STOCK-ROW

           IF END-OF-STOCK = 'N'
               IF LINE-NO < 14
                   ADD 1 TO LINE-NO
                   ADD 1 TO STOCK-ROWS-SHOWN
                   PERFORM WORD-DAYS-OF-STOCK
                   MOVE PV-ON-HAND         TO ON-HAND-DISPLAY
                   MOVE PV-REORDER-POINT   TO QUANTITY-DISPLAY
                   MOVE PV-AVG-DAILY-ISSUE TO AVERAGE-DISPLAY
                   STRING PV-PRODUCT-CODE ' ' PV-CARD-DESIGN ' '
                          ON-HAND-DISPLAY '  ' QUANTITY-DISPLAY ' '
                          AVERAGE-DISPLAY '  ' DAYS-WORDING
                       DELIMITED BY SIZE INTO PL-LINE (LINE-NO)
               ELSE
                   MOVE 'Y' TO END-OF-STOCK
               END-IF
           END-IF
           .

      * Days of stock left at the average daily issue - none when
      * the stock is gone, open-ended when nothing is being issued.
       WORD-DAYS-OF-STOCK.
           MOVE SPACES TO DAYS-WORDING
           EVALUATE TRUE
               WHEN PV-ON-HAND NOT > 0
                   MOVE 'OUT' TO DAYS-WORDING
               WHEN PV-AVG-DAILY-ISSUE = 0
                   MOVE 'NO USE' TO DAYS-WORDING
               WHEN OTHER
                   COMPUTE DAYS-OF-STOCK =
                       PV-ON-HAND / PV-AVG-DAILY-ISSUE
                   MOVE DAYS-OF-STOCK TO DAYS-DISPLAY
                   MOVE DAYS-DISPLAY  TO DAYS-WORDING
           END-EVALUATE
           .

      ******************************************************************
      * DLV - register the delivery note, then add the plastics to
      * the product/design's stock.
      ******************************************************************
       CREDIT-DELIVERY.
           PERFORM EDIT-QUANTITY

           EVALUATE TRUE
               WHEN PRODUCT-IN = SPACES
               OR DESIGN-IN = SPACES
               OR NOTE-IN = SPACES
                   MOVE 'PLST: DLV NEEDS PRODUCT DESIGN QTY NOTE'
                       TO REPORT-LINE
               WHEN QUANTITY-OK = 'N'
               OR QUANTITY-IN = 0
                   MOVE 'PLST: DELIVERY QUANTITY MUST BE ABOVE NOTHING'
                       TO REPORT-LINE
               WHEN OTHER
                   PERFORM CHECK-STOCK-PRODUCT
           END-EVALUATE

           IF REPORT-LINE = SPACES
               PERFORM REGISTER-DELIVERY-NOTE
           END-IF

           IF REPORT-LINE = SPACES
               PERFORM READ-STOCK-FOR-UPDATE
               IF REPORT-LINE NOT = SPACES
                   PERFORM BACK-OUT-DELIVERY
               END-IF
           END-IF

           IF REPORT-LINE = SPACES
               ADD QUANTITY-IN      TO PV-ON-HAND
               ADD QUANTITY-IN      TO PV-TOTAL-RECEIVED
               MOVE CURRENT-DATE    TO PV-LAST-DELIVERY-DATE
               MOVE NOTE-IN         TO PV-LAST-DELIVERY-NOTE
               MOVE QUANTITY-IN     TO PV-LAST-DELIVERY-QTY
               MOVE OPERATOR-USER-ID TO PV-UPDATED-BY

               PERFORM SAVE-STOCK-ROW

               MOVE QUANTITY-IN TO QUANTITY-DISPLAY
               MOVE PV-ON-HAND  TO ON-HAND-DISPLAY
               STRING 'PLST: ' QUANTITY-DISPLAY ' ' PRODUCT-IN ' '
                      DESIGN-IN ' RECEIVED ON ' NOTE-IN
                      ' - ON HAND ' ON-HAND-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

       REGISTER-DELIVERY-NOTE.
           MOVE SPACES           TO PLASTDLV-RECORD
           MOVE NOTE-IN          TO PN-DELIVERY-NOTE
           MOVE PRODUCT-IN       TO PN-PRODUCT-CODE
           MOVE DESIGN-IN        TO PN-CARD-DESIGN
           MOVE QUANTITY-IN      TO PN-QUANTITY
           MOVE CURRENT-DATE     TO PN-RECEIVED-DATE
           MOVE OPERATOR-USER-ID TO PN-KEYED-BY

           EXEC CICS WRITE FILE ('PLASTDLV')
                           FROM   (PLASTDLV-RECORD)
                           RIDFLD (PN-DELIVERY-NOTE)
                           RESP   (PLASTDLV-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN PLASTDLV-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN PLASTDLV-RESP = DFHRESP(DUPREC)
                   STRING 'PLST: DELIVERY NOTE ' NOTE-IN
                          ' HAS ALREADY BEEN CREDITED'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   MOVE PLASTDLV-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
                   MOVE 'PLST: DELIVERY NOT SAVED - TRY AGAIN'
                       TO REPORT-LINE
           END-EVALUATE
           .

      * A stock row that cannot be read takes the registered note
      * with it, so the same note can be keyed again once the file
      * is back.
       BACK-OUT-DELIVERY.
           EXEC CICS SYNCPOINT ROLLBACK
                     RESP (COMMAND-RESP)
                     RESP2(COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

      ******************************************************************
      * ROP - set the product/design's reorder point.
      ******************************************************************
       SET-REORDER-POINT.
           PERFORM EDIT-QUANTITY

           EVALUATE TRUE
               WHEN PRODUCT-IN = SPACES
               OR DESIGN-IN = SPACES
               OR QUANTITY-OK = 'N'
                   MOVE 'PLST: ROP NEEDS PRODUCT DESIGN QTY'
                       TO REPORT-LINE
               WHEN OTHER
                   PERFORM CHECK-STOCK-PRODUCT
           END-EVALUATE

           IF REPORT-LINE = SPACES
               PERFORM READ-STOCK-FOR-UPDATE
           END-IF

           IF REPORT-LINE = SPACES
               MOVE QUANTITY-IN      TO PV-REORDER-POINT
               MOVE OPERATOR-USER-ID TO PV-UPDATED-BY

               PERFORM SAVE-STOCK-ROW

               MOVE QUANTITY-IN TO QUANTITY-DISPLAY
               STRING 'PLST: ' PRODUCT-IN ' ' DESIGN-IN
                      ' REORDER POINT NOW ' QUANTITY-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

      * A quantity is whole plastics, up to seven digits.
       EDIT-QUANTITY.
           MOVE 'N' TO QUANTITY-OK
           MOVE 0   TO QUANTITY-IN
           IF QUANTITY-LENGTH > 0 AND QUANTITY-LENGTH < 8
               IF QUANTITY-RAW(1:QUANTITY-LENGTH) IS NUMERIC
                   MOVE QUANTITY-RAW(1:QUANTITY-LENGTH) TO QUANTITY-IN
                   MOVE 'Y' TO QUANTITY-OK
               END-IF
           END-IF
           .

       CHECK-STOCK-PRODUCT.
           MOVE PRODUCT-IN TO PD-PRODUCT-CODE

           EXEC CICS READ FILE ('PRODCAT')
                           INTO   (PRODCAT-RECORD)
                           RIDFLD (PD-PRODUCT-CODE)
                           RESP   (PRODCAT-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PRODCAT-RESP NOT = DFHRESP(NORMAL)
               STRING 'PLST: PRODUCT ' PRODUCT-IN
                      ' IS NOT IN THE CATALOG'
                   DELIMITED BY SIZE INTO REPORT-LINE
               IF PRODCAT-RESP NOT = DFHRESP(NOTFND)
                   MOVE PRODCAT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * The stock row held for update - or, for a product/design the
      * file has never seen, a fresh one starting from nothing that
      * SAVE-STOCK-ROW writes instead of rewriting.
       READ-STOCK-FOR-UPDATE.
           MOVE 'N'        TO STOCK-ROW-NEW
           MOVE PRODUCT-IN TO PV-PRODUCT-CODE
           MOVE DESIGN-IN  TO PV-CARD-DESIGN

           EXEC CICS READ FILE ('PLASTINV')
                           INTO   (PLASTINV-RECORD)
                           RIDFLD (PV-STOCK-KEY)
                           UPDATE
                           RESP   (PLASTINV-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN PLASTINV-RESP = DFHRESP(NORMAL)
                   MOVE SPACES          TO JRNL-BEFORE-IMAGE
                   MOVE PLASTINV-RECORD TO JRNL-BEFORE-IMAGE
               WHEN PLASTINV-RESP = DFHRESP(NOTFND)
                   MOVE 'Y'        TO STOCK-ROW-NEW
                   MOVE SPACES     TO JRNL-BEFORE-IMAGE
                   MOVE SPACES     TO PLASTINV-RECORD
                   MOVE PRODUCT-IN TO PV-PRODUCT-CODE
                   MOVE DESIGN-IN  TO PV-CARD-DESIGN
                   MOVE 0 TO PV-ON-HAND PV-REORDER-POINT
                             PV-TOTAL-RECEIVED PV-TOTAL-ISSUED
                             PV-LAST-DELIVERY-QTY PV-LAST-ISSUE-QTY
                             PV-AVG-DAILY-ISSUE PV-AVG-DAYS-TRACKED
               WHEN OTHER
                   MOVE PLASTINV-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
                   MOVE 'PLST: STOCK NOT UPDATED - TRY AGAIN'
                       TO REPORT-LINE
           END-EVALUATE
           .

       SAVE-STOCK-ROW.
           IF STOCK-ROW-NEW = 'Y'
               EXEC CICS WRITE FILE ('PLASTINV')
                               FROM   (PLASTINV-RECORD)
                               RIDFLD (PV-STOCK-KEY)
                               RESP   (COMMAND-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC
           ELSE
               EXEC CICS REWRITE FILE ('PLASTINV')
                                 FROM (PLASTINV-RECORD)
                                 RESP  (COMMAND-RESP)
                                 RESP2 (COMMAND-RESP2)
               END-EXEC
           END-IF
           PERFORM LOG-CICS-ERROR

           MOVE SPACES          TO JRNL-AFTER-IMAGE
           MOVE PLASTINV-RECORD TO JRNL-AFTER-IMAGE
           MOVE PV-STOCK-KEY    TO JRNL-ACCOUNT
           MOVE 'PLASTINV'      TO JRNL-FILE-NAME
           PERFORM WRITE-CHANGE-JOURNAL
           .

      * Keyed browse from the product keyed, or the start of file.
       START-STOCK-BROWSE.
           MOVE 'N' TO END-OF-STOCK
           IF PRODUCT-IN = SPACES
               MOVE LOW-VALUES TO PV-STOCK-KEY
           ELSE
               MOVE PRODUCT-IN TO PV-PRODUCT-CODE
               MOVE LOW-VALUES TO PV-CARD-DESIGN
           END-IF

           EXEC CICS STARTBR FILE ('PLASTINV')
                             RIDFLD (PV-STOCK-KEY)
                             GTEQ
                             RESP   (PLASTINV-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PLASTINV-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO END-OF-STOCK
               IF PLASTINV-RESP NOT = DFHRESP(NOTFND)
                   MOVE PLASTINV-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       READ-NEXT-STOCK-ROW.
           EXEC CICS READNEXT FILE ('PLASTINV')
                              INTO  (PLASTINV-RECORD)
                              RIDFLD(PV-STOCK-KEY)
                              RESP  (PLASTINV-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF PLASTINV-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO END-OF-STOCK
               IF PLASTINV-RESP NOT = DFHRESP(ENDFILE)
                   MOVE PLASTINV-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       END-STOCK-BROWSE.
           EXEC CICS ENDBR FILE ('PLASTINV')
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

       END PROGRAM 'CSPLSTOK'.
