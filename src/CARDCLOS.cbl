      * This transaction closes ONE card position, keyed the way
      * ACCQ is:
      *
      *   CCLS nnnnnnnn s pppp [TP=nn]
      *
      * nnnnnnnn is the account number, s the applicant sequence
      * (blank defaults to 1) and pppp the product named on the
      * confirmation letter (blank defaults to STD). TP=nn is keyed
      * when it is third party nn on the account's TPAUTH register
      * asking rather than the cardholder - closure needs that
      * party's authority to be of full scope (see copy/TPAUTHP.cpy)
      * and the request is logged on TPACTLOG either way.
      *
      *   1) the CSCACHE position moves from APPROVE to CLOSED -
      *      which is ALSO what releases its CC-CREDIT-LIMIT-AMOUNT
      *   3) a closure confirmation letter is built and archived
      *      onto LTRARCH through the same ACCLTR/CSLTRPRT chain
      *      every decision letter uses (outcome CLOSECF - see the
      *      CLOSURE template in ctl/LTRTMPL.seed.txt);
      *   4) every live authorized-user card on the position (see
      *      copy/USRCARD.cpy) is closed with it - a user card draws
      *      on the limit that has just been released.
      ******************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * CSCACHE, CARDMAS, USRCARD, TPAUTH and TPACTLOG are CICS-owned
      * VSAM files (defined in the FCT, not opened by this program) -
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY CSCACHE.

           COPY CARDMAS.

           COPY USRCARD.

           COPY HOTCARD.

           COPY TPAUTH.

           COPY TPACTLOG.

      * Same shape as ASYNCPNT's RETURN-DATA - what ACCLTR formats
      * the letter from. Only the fields the closure letter reads
      * are filled in; the rest stay blank/zero.
         2 SEQ-IN                PIC X(1).
         2 FILLER                PIC X(1).
         2 PRODUCT-IN            PIC X(4).
         2 FILLER                PIC X(1).
         2 PARTY-TOKEN-IN        PIC X(5).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 26.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.

       1 CSCACHE-RESP            PIC S9(8) COMP.

       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
       1 CURRENT-DATE            PIC X(8) VALUE SPACES.
       1 CURRENT-TIME            PIC X(8) VALUE SPACES.
       1 OPERATOR-USER-ID        PIC X(8) VALUE SPACES.

      * Authorized-user card cascade - see the shared
      * CASCADE-TO-USER-CARDS fragment in copy/USRCASCP.cpy.
       1 USRCARD-RESP            PIC S9(8) COMP.
       1 HOTCARD-RESP            PIC S9(8) COMP.
       1 CASCADE-CUST-NO         PIC X(8)  VALUE SPACES.
       1 CASCADE-SEQ-NO          PIC 9(1)  VALUE 0.
       1 CASCADE-REASON          PIC X(8)  VALUE 'CLOSED  '.
       1 CASCADE-HOTLIST         PIC X(1)  VALUE 'N'.
       1 END-OF-USER-CARDS       PIC X(1)  VALUE 'N'.
       1 USER-CARDS-ENDED        PIC 9(1)  VALUE 0.
       1 USER-CARD-COUNT         PIC S9(4) COMP VALUE 0.
       1 USER-CARD-IX            PIC S9(4) COMP VALUE 0.
       1 USER-CARD-TABLE.
         2 UT-USER-NO            PIC 9(1) OCCURS 9.

      * Third-party authority check - see the shared
      * CHECK-THIRD-PARTY-AUTHORITY fragment in copy/TPAUTHP.cpy.
       1 TPAUTH-RESP             PIC S9(8) COMP.
       1 TPACTLOG-RESP           PIC S9(8) COMP.
       1 TP-ACCOUNT              PIC X(8)  VALUE SPACES.
       1 TP-SEQ-NO               PIC 9(1)  VALUE 0.
       1 TP-PARTY-TOKEN          PIC X(5)  VALUE SPACES.
       1 TP-PARTY-NO             PIC 9(2)  VALUE 0.
       1 TP-SCOPE-NEEDED         PIC X(1)  VALUE 'F'.
       1 TP-ACTION               PIC X(8)  VALUE 'CLOSE   '.
       1 TP-AUTHORITY-OK         PIC X(1)  VALUE 'Y'.
       1 TP-MESSAGE              PIC X(40) VALUE SPACES.
       1 TP-OUTCOME              PIC X(8)  VALUE SPACES.
       1 TP-RESULT-TEXT          PIC X(60) VALUE SPACES.
       1 TP-HELD-RANK            PIC 9(1)  VALUE 0.
       1 TP-NEEDED-RANK          PIC 9(1)  VALUE 0.
       1 TP-TIE-BREAK            PIC 9(2)  VALUE 0.
       1 TP-ABSTIME              PIC S9(15) COMP-3.
       1 TP-TODAY                PIC X(8)  VALUE SPACES.

       1 CLOSE-CHANNEL           PIC X(16) VALUE 'CLOSCHANNEL     '.
       1 LETTER-PROG             PIC X(8)  VALUE 'ACCLTR  '.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           MOVE SPACES TO READ-INPUT
           EXEC CICS RECEIVE INTO     ( READ-INPUT )
                           LENGTH     ( READ-INPUT-LENGTH )
                           NOTRUNCATE

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
                     TIME(CURRENT-TIME)
           END-EXEC

           EXEC CICS ASSIGN USERID(OPERATOR-USER-ID)
           END-EXEC

      * A third party keyed with TP=nn must hold full-scope
      * authority before anything is closed on their word.
           MOVE ACCOUNT-IN     TO TP-ACCOUNT
           MOVE SEQ-IN         TO TP-SEQ-NO
           MOVE PARTY-TOKEN-IN TO TP-PARTY-TOKEN
           PERFORM CHECK-THIRD-PARTY-AUTHORITY

           IF TP-AUTHORITY-OK = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING 'CCLS: ' TP-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               PERFORM CLOSE-THE-POSITION
               MOVE REPORT-LINE TO TP-RESULT-TEXT
               PERFORM RECORD-THIRD-PARTY-ACTION
           END-IF

           PERFORM SEND-REPORT-LINE

                   PERFORM LOG-CICS-ERROR

                   PERFORM CLOSE-THE-CARD-ROW

                   MOVE ACCOUNT-IN TO CASCADE-CUST-NO
                   MOVE SEQ-IN     TO CASCADE-SEQ-NO
                   PERFORM CASCADE-TO-USER-CARDS

                   PERFORM DISPATCH-CLOSURE-LETTER

                   MOVE SPACES TO REPORT-LINE
                   IF USER-CARDS-ENDED = 0
                       STRING 'CCLS: CARD CLOSED FOR ' ACCOUNT-IN
                              ' SEQ ' SEQ-IN
                              ' - LIMIT RELEASED, LETTER QUEUED'
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       STRING 'CCLS: CARD AND ' USER-CARDS-ENDED
                              ' USER CARD(S) CLOSED FOR ' ACCOUNT-IN
                              ' SEQ ' SEQ-IN ' - LETTER QUEUED'
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
               END-IF
           END-IF
           .
           .


       COPY USRCASCP.

       COPY TPAUTHP.

       COPY CICSERR.

       END PROGRAM 'CARDCLOS'.
