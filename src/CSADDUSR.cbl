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
      *  CSADDUSR
      *
      * Authorized-user cards (run as CAUS). A cardholder who wanted
      * a card for a partner or a grown-up child had no way to get
      * one - the only route to a second card was a second
      * application, a second position and a second limit. An
      * authorized user's card draws on the cardholder's own
      * position instead: same limit, same balance, same statement,
      * its own number and the user's own name on the plastic.
      *
      *   CAUS ADD nnnnnnnn s yyyymmdd name
      *        - add an authorized user to card position
      *          nnnnnnnn/s: date of birth yyyymmdd, then the name
      *          as it is to be embossed.
      *   CAUS LST nnnnnnnn [s]
      *        - the position's authorized-user cards.
      *   CAUS CLS nnnnnnnn s u
      *        - close authorized-user card u on the position.
      *
      * An ADD is refused unless the position is an approved
      * CSCACHE row with a live primary card on CARDMAS. The user
      * must then pass the same minimum-age rule an applicant does
      * (18, on a date of birth that is a real date no more than
      * 120 years back), and the same SCRNWTCH watchlist screen -
      * LINKed with the user's own identity in its SCRNIDENTITY
      * container. A watchlist match refuses the card without
      * saying why on the screen; the match goes onto the COMPALRT
      * compliance alert queue (see copy/COMPALRT.cpy) under the
      * account, basis AUTHUSER.
      *
      * CARDASGN gives the card a number off the position's product
      * range, and the USRCARD row (see copy/USRCARD.cpy) is written
      * at ASSIGNED, which is what the next CSEMBOSS extract picks up
      * to emboss it with the user's name at the cardholder's
      * address. Up to nine user cards can be added to a position
      * over its life; a closed one keeps its number.
      *
      * Closing or hot-listing the primary card (CCLS, CRPL) ends
      * every user card on the position - see copy/USRCASCP.cpy.
      * Every add and close goes on the CHGJRNL change journal under
      * the account.
      *
      * Four-digit accounts are accepted and zero-padded, the same
      * compatibility window every terminal parser honors.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSADDUSR.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * CSCACHE, CARDMAS, USRCARD, COMPALRT and CTLPARM are
      * CICS-owned VSAM files (defined in the FCT, not opened by this
      * program) - accessed entirely through EXEC CICS commands
      * below, never native COBOL I/O.
           COPY CSCACHE.

           COPY CARDMAS.

           COPY USRCARD.

           COPY COMPALRT.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 INPUT-ARGUMENTS       PIC X(71).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 80.

       1 ACCOUNT-IN              PIC X(8) VALUE SPACES.
       1 SEQ-IN                  PIC X(1) VALUE SPACES.
       1 THIRD-ARG               PIC X(8) VALUE SPACES.
       1 NAME-IN                 PIC X(80) VALUE SPACES.
       1 ARG-POINTER             PIC S9(4) COMP VALUE 1.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.

       1 CSCACHE-RESP            PIC S9(8) COMP.
       1 CARDMAS-RESP            PIC S9(8) COMP.
       1 USRCARD-RESP            PIC S9(8) COMP.
       1 COMPALRT-RESP           PIC S9(8) COMP.
       1 ADD-REFUSED             PIC X(1) VALUE 'N'.
       1 CARD-SAVED              PIC X(1) VALUE 'N'.

      * Minimum-age rule - the same rule and the same date checks
      * the application pipeline applies to an applicant (see
      * SCREEN-APPLICANT-AGE in src/ASYNCPNT.cbl).
       1 USER-MINIMUM-AGE        PIC S9(4) COMP VALUE 18.
       1 USER-AGE-YEARS          PIC S9(4) COMP VALUE 0.
       1 AGE-YEAR-TODAY          PIC 9(4) VALUE 0.
       1 AGE-YEAR-BORN           PIC 9(4) VALUE 0.
       1 DOB-WORK                PIC X(8) VALUE SPACES.

      * The position's existing user cards, off one browse.
       1 END-OF-USER-CARDS       PIC X(1) VALUE 'N'.
       1 HIGHEST-USER-NO         PIC 9(1) VALUE 0.
       1 NEW-USER-NO             PIC 9(1) VALUE 0.
       1 DUPLICATE-USER          PIC X(1) VALUE 'N'.
       1 LIST-LINE-NO            PIC S9(4) COMP VALUE 0.
       1 USER-STATE-TEXT         PIC X(8) VALUE SPACES.
       1 USER-NAME-CLEAR         PIC X(80) VALUE SPACES.

      * Field-level PII protection - see src/CSCRYPT.cbl. The
      * user's name is stored under the active key off CTLPARM;
      * blank means cleartext.
       1 CRYPT-ENCRYPT           PIC X(1) VALUE 'E'.
       1 CRYPT-DECRYPT           PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN         PIC S9(4) COMP VALUE 0.
       1 ACTIVE-CRYPT-KEY        PIC X(2) VALUE SPACES.

      * Watchlist screen - the SCRNWTCH child's input container, the
      * user's identity, and its answer.
       1 ACCOUNT-NUMBER-IN.
         2 CUST-NO-IN            PIC X(8).
       1 SCREEN-IDENTITY.
         2 SI-NAME               PIC X(80).
         2 SI-DATE-OF-BIRTH      PIC X(8).
         2 SI-NATIONAL-ID        PIC X(12).
       1 SCREEN-DATA.
         2 WATCH-MATCH-FOUND     PIC X(1)  VALUE 'N'.
         2 WATCH-ENTRY-ID        PIC X(8)  VALUE SPACES.
         2 WATCH-LIST-TYPE       PIC X(8)  VALUE SPACES.

      * Container interface to the CARDASGN allocator - the same
      * shapes CRPL uses.
       1 ASSIGN-REQUEST.
         2 ASSIGN-PRODUCT-CODE    PIC X(4).
       1 ASSIGN-RESULT.
         2 CARD-ASSIGNED          PIC X(1)  VALUE 'N'.
         2 CARD-NUMBER-OUT        PIC X(16) VALUE SPACES.
         2 CARD-EXPIRY-OUT        PIC X(8)  VALUE SPACES.

       1 ADDU-CHANNEL            PIC X(16) VALUE 'ADDUCHANNEL     '.
       1 INPUT-CONTAINER         PIC X(16) VALUE 'INPUTCONTAINER  '.
       1 IDENTITY-CONTAINER      PIC X(16) VALUE 'SCRNIDENTITY    '.
       1 SCRNWTCH-CONTAINER      PIC X(16) VALUE 'SCRNWTCHCONT    '.
       1 SCREEN-WATCH            PIC X(8)  VALUE 'SCRNWTCH'.
       1 CARDASGN-PROG           PIC X(8)  VALUE 'CARDASGN'.

       1 LIST-SCREEN.
         2 PL-LINE OCCURS 12     PIC X(79).

       1 OPERATOR-USER-ID        PIC X(8) VALUE SPACES.
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
         2 CE-PROGRAM  PIC X(8) VALUE 'CSADDUSR'.
         2 CE-RESP     PIC S9(8) COMP.
         2 CE-RESP2    PIC S9(8) COMP.
         2 CE-ABSTIME  PIC S9(15) COMP-3.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * The role gate runs before anything else - an unauthorized
      * operator gets a refusal, a CCAUTHLG entry, and nothing else.
      * See copy/OPAUTHP.cpy.
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF OPERATOR-AUTHORIZED = 'N'
               MOVE 'NOT AUTHORIZED FOR THIS TRANSACTION'
                   TO REPORT-LINE
               PERFORM SEND-REPORT-LINE
               EXEC CICS RETURN
               END-EXEC
           END-IF

           MOVE SPACES TO READ-INPUT
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
                     TIME(CURRENT-TIME)
           END-EXEC

      * Account, sequence and a third word (date of birth or user
      * number); whatever follows the third word is the name.
           MOVE 1 TO ARG-POINTER
           UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
               INTO ACCOUNT-IN SEQ-IN THIRD-ARG
               WITH POINTER ARG-POINTER
           END-UNSTRING
           IF ARG-POINTER < 72
               MOVE INPUT-ARGUMENTS(ARG-POINTER:) TO NAME-IN
           END-IF
           INSPECT NAME-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

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
               WHEN ACTION-IN NOT = 'ADD'
                AND ACTION-IN NOT = 'LST'
                AND ACTION-IN NOT = 'CLS'
                   MOVE 'CAUS: UNKNOWN ACTION - ADD/LST/CLS'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
               WHEN ACCOUNT-IN IS NOT NUMERIC
                OR SEQ-IN IS NOT NUMERIC
                   MOVE 'CAUS: GIVE THE ACCOUNT AND APPLICANT SEQ'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
               WHEN ACTION-IN = 'LST'
                   PERFORM LIST-USER-CARDS
                   PERFORM SEND-LIST-SCREEN
               WHEN ACTION-IN = 'CLS'
                   PERFORM CLOSE-USER-CARD
                   PERFORM SEND-REPORT-LINE
               WHEN OTHER
                   PERFORM ADD-AUTHORIZED-USER
                   PERFORM SEND-REPORT-LINE
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .

      ******************************************************************
      * ADD - every check is made before anything is written; the
      * first one to refuse sets the answer and the rest are
      * skipped.
      ******************************************************************
       ADD-AUTHORIZED-USER.
           MOVE 'N' TO ADD-REFUSED

           IF NAME-IN = SPACES
               MOVE 'Y' TO ADD-REFUSED
               MOVE 'CAUS: GIVE THE DATE OF BIRTH AND THE USER''S NAME'
                   TO REPORT-LINE
           END-IF
           IF ADD-REFUSED = 'N'
               PERFORM READ-CARD-POSITION
           END-IF
           IF ADD-REFUSED = 'N'
               PERFORM CHECK-PRIMARY-CARD
           END-IF
           IF ADD-REFUSED = 'N'
               PERFORM CHECK-USER-AGE
           END-IF
           IF ADD-REFUSED = 'N'
               PERFORM SCAN-EXISTING-USER-CARDS
           END-IF
           IF ADD-REFUSED = 'N'
               PERFORM SCREEN-USER-AGAINST-WATCHLIST
           END-IF
           IF ADD-REFUSED = 'N'
               PERFORM ALLOCATE-USER-CARD-NUMBER
           END-IF
           IF ADD-REFUSED = 'N'
               PERFORM WRITE-USER-CARD
           END-IF
           IF ADD-REFUSED = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING 'CAUS: USER ' NEW-USER-NO ' ADDED TO '
                      ACCOUNT-IN ' ' SEQ-IN
                      ' CARD ****' CARD-NUMBER-OUT(13:4)
                      ' - QUEUED FOR EMBOSSING'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

      * The user draws on an approved, open position - nothing else
      * has a limit to share.
       READ-CARD-POSITION.
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
                   MOVE 'Y' TO ADD-REFUSED
                   STRING 'CAUS: NO CARD POSITION ON FILE FOR '
                          ACCOUNT-IN ' SEQ ' SEQ-IN
                       DELIMITED BY SIZE INTO REPORT-LINE
                   IF CSCACHE-RESP NOT = DFHRESP(NOTFND)
                       MOVE CSCACHE-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN CC-DECISION NOT = 'APPROVE '
                   MOVE 'Y' TO ADD-REFUSED
                   STRING 'CAUS: POSITION IS NOT AN APPROVED CARD - '
                          CC-DECISION
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * A user card hangs off the primary card - there must be a
      * live, numbered one.
       CHECK-PRIMARY-CARD.
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
                   MOVE 'Y' TO ADD-REFUSED
                   MOVE 'CAUS: NO CARD ON FILE FOR THIS ACCOUNT/SEQ'
                       TO REPORT-LINE
                   IF CARDMAS-RESP NOT = DFHRESP(NOTFND)
                       MOVE CARDMAS-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN CD-CARD-NUMBER = SPACES
                   MOVE 'Y' TO ADD-REFUSED
                   MOVE 'CAUS: NO CARD NUMBER ASSIGNED YET'
                       TO REPORT-LINE
               WHEN CD-PRODUCTION-STATUS = 'CLOSED  '
                 OR CD-PRODUCTION-STATUS = 'BLOCKED '
                   MOVE 'Y' TO ADD-REFUSED
                   STRING 'CAUS: PRIMARY CARD IS '
                          CD-PRODUCTION-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * The date of birth must be a real date in the past, no more
      * than 120 years back, and the user at least the minimum age.
       CHECK-USER-AGE.
           MOVE THIRD-ARG TO DOB-WORK
           MOVE 0         TO USER-AGE-YEARS

           IF DOB-WORK = SPACES
              OR DOB-WORK IS NOT NUMERIC
               MOVE 'Y' TO ADD-REFUSED
           ELSE
               IF DOB-WORK(5:2) < '01' OR DOB-WORK(5:2) > '12'
                  OR DOB-WORK(7:2) < '01' OR DOB-WORK(7:2) > '31'
                  OR DOB-WORK > CURRENT-DATE
                   MOVE 'Y' TO ADD-REFUSED
               ELSE
                   MOVE CURRENT-DATE(1:4) TO AGE-YEAR-TODAY
                   MOVE DOB-WORK(1:4)     TO AGE-YEAR-BORN
                   COMPUTE USER-AGE-YEARS =
                       AGE-YEAR-TODAY - AGE-YEAR-BORN
                   IF CURRENT-DATE(5:4) < DOB-WORK(5:4)
                       SUBTRACT 1 FROM USER-AGE-YEARS
                   END-IF
                   IF USER-AGE-YEARS > 120
                       MOVE 'Y' TO ADD-REFUSED
                   END-IF
               END-IF
           END-IF

           IF ADD-REFUSED = 'Y'
               MOVE 'CAUS: DATE OF BIRTH MUST BE A VALID YYYYMMDD'
                   TO REPORT-LINE
           ELSE
               IF USER-AGE-YEARS < USER-MINIMUM-AGE
                   MOVE 'Y' TO ADD-REFUSED
                   MOVE 'CAUS: AUTHORIZED USER IS UNDER THE MINIMUM AGE'
                       TO REPORT-LINE
               END-IF
           END-IF
           .

      * The next free user number, and no second live card for the
      * same person on the same position.
       SCAN-EXISTING-USER-CARDS.
           MOVE 0   TO HIGHEST-USER-NO
           MOVE 'N' TO DUPLICATE-USER
           PERFORM START-USER-CARD-BROWSE

           IF END-OF-USER-CARDS = 'N'
               PERFORM CHECK-ONE-EXISTING-USER
                   UNTIL END-OF-USER-CARDS = 'Y'
               PERFORM END-USER-CARD-BROWSE
           END-IF

           EVALUATE TRUE
               WHEN DUPLICATE-USER = 'Y'
                   MOVE 'Y' TO ADD-REFUSED
                   MOVE 'CAUS: THIS USER ALREADY HAS A LIVE CARD HERE'
                       TO REPORT-LINE
               WHEN HIGHEST-USER-NO = 9
                   MOVE 'Y' TO ADD-REFUSED
                   MOVE 'CAUS: NO MORE USER CARDS ON THIS POSITION'
                       TO REPORT-LINE
               WHEN OTHER
                   COMPUTE NEW-USER-NO = HIGHEST-USER-NO + 1
           END-EVALUATE
           .

       CHECK-ONE-EXISTING-USER.
           PERFORM READ-NEXT-USER-CARD

           IF END-OF-USER-CARDS = 'N'
               MOVE UC-USER-NO TO HIGHEST-USER-NO
               IF UC-CARD-LIVE
                  AND UC-DATE-OF-BIRTH = DOB-WORK
                   PERFORM DECRYPT-USER-NAME
                   IF USER-NAME-CLEAR = NAME-IN
                       MOVE 'Y' TO DUPLICATE-USER
                   END-IF
               END-IF
           END-IF
           .

      * The user's own identity goes to SCRNWTCH in its SCRNIDENTITY
      * container. A match refuses the card; the detail goes to
      * compliance, never onto the screen.
       SCREEN-USER-AGAINST-WATCHLIST.
           MOVE ACCOUNT-IN TO CUST-NO-IN
           MOVE NAME-IN    TO SI-NAME
           MOVE DOB-WORK   TO SI-DATE-OF-BIRTH
           MOVE SPACES     TO SI-NATIONAL-ID

           EXEC CICS PUT CONTAINER (INPUT-CONTAINER)
                           FROM    (ACCOUNT-NUMBER-IN)
                           CHANNEL (ADDU-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS PUT CONTAINER (IDENTITY-CONTAINER)
                           FROM    (SCREEN-IDENTITY)
                           CHANNEL (ADDU-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM (SCREEN-WATCH)
                          CHANNEL (ADDU-CHANNEL)
                          RESP    (COMMAND-RESP)
                          RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS GET CONTAINER (SCRNWTCH-CONTAINER)
                           CHANNEL (ADDU-CHANNEL)
                           INTO    (SCREEN-DATA)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC

      * No answer from the screen is not a pass.
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               PERFORM LOG-CICS-ERROR
               MOVE 'Y' TO ADD-REFUSED
               MOVE 'CAUS: WATCHLIST SCREEN UNAVAILABLE - TRY AGAIN'
                   TO REPORT-LINE
           ELSE
               IF WATCH-MATCH-FOUND = 'Y'
                   PERFORM RAISE-COMPLIANCE-ALERT
                   MOVE 'Y' TO ADD-REFUSED
                   MOVE 'CAUS: CARD CANNOT BE ISSUED - REFERRED'
                       TO REPORT-LINE
               END-IF
           END-IF
           .

      * One alert per account/entry pair, as CSRESCRN raises them -
      * a repeat attempt finds the alert already open.
       RAISE-COMPLIANCE-ALERT.
           MOVE ACCOUNT-IN      TO AL-CUST-NO
           MOVE WATCH-ENTRY-ID  TO AL-ENTRY-ID
           MOVE WATCH-LIST-TYPE TO AL-LIST-TYPE
           MOVE 'AUTHUSER'      TO AL-MATCH-BASIS
           MOVE CURRENT-DATE    TO AL-ALERT-DATE
           MOVE 'OPEN    '      TO AL-ALERT-STATUS

           EXEC CICS WRITE FILE ('COMPALRT')
                           FROM   (COMPALRT-RECORD)
                           RIDFLD (AL-ALERT-KEY)
                           RESP   (COMPALRT-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF COMPALRT-RESP NOT = DFHRESP(NORMAL)
              AND COMPALRT-RESP NOT = DFHRESP(DUPREC)
               MOVE COMPALRT-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

      * The user card's number comes off the position's own product
      * range - the same CARDASGN allocation the primary card had.
       ALLOCATE-USER-CARD-NUMBER.
           IF CC-PRODUCT-CODE = SPACES
               MOVE 'DFLT' TO ASSIGN-PRODUCT-CODE
           ELSE
               MOVE CC-PRODUCT-CODE TO ASSIGN-PRODUCT-CODE
           END-IF

           EXEC CICS PUT CONTAINER ('CARDASGNIN')
                           FROM    (ASSIGN-REQUEST)
                           CHANNEL (ADDU-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM (CARDASGN-PROG)
                          CHANNEL (ADDU-CHANNEL)
                          RESP    (COMMAND-RESP)
                          RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS GET CONTAINER ('CARDASGNOUT')
                           INTO    (ASSIGN-RESULT)
                           CHANNEL (ADDU-CHANNEL)
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           IF CARD-ASSIGNED NOT = 'Y'
               MOVE 'Y' TO ADD-REFUSED
               MOVE 'CAUS: CARD RANGE EMPTY - RETRY AFTER TOP-UP'
                   TO REPORT-LINE
           END-IF
           .

      * ASSIGNED is what the next CSEMBOSS extract picks up.
       WRITE-USER-CARD.
           PERFORM READ-ACTIVE-CRYPT-KEY

           MOVE SPACES           TO USRCARD-RECORD
           MOVE ACCOUNT-IN       TO UC-CUST-NO
           MOVE SEQ-IN           TO UC-APPL-SEQ-NO
           MOVE NEW-USER-NO      TO UC-USER-NO
           MOVE NAME-IN          TO UC-USER-NAME
           MOVE DOB-WORK         TO UC-DATE-OF-BIRTH
           MOVE CARD-NUMBER-OUT  TO UC-CARD-NUMBER
           MOVE CARD-EXPIRY-OUT  TO UC-EXPIRY-DATE
           MOVE 'A'              TO UC-CARD-STATUS
           MOVE 'ASSIGNED'       TO UC-PRODUCTION-STATUS
           MOVE CURRENT-DATE     TO UC-ADDED-DATE
           MOVE OPERATOR-USER-ID TO UC-ADDED-BY

           IF ACTIVE-CRYPT-KEY NOT = SPACES
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-ENCRYPT ACTIVE-CRYPT-KEY
                   UC-USER-NAME CRYPT-FIELD-LEN
           END-IF
           MOVE ACTIVE-CRYPT-KEY TO UC-ENCRYPT-KEY

           EXEC CICS WRITE FILE ('USRCARD')
                           FROM   (USRCARD-RECORD)
                           RIDFLD (UC-USER-CARD-KEY)
                           RESP   (USRCARD-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF USRCARD-RESP NOT = DFHRESP(NORMAL)
               MOVE USRCARD-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               MOVE 'Y' TO ADD-REFUSED
               MOVE 'CAUS: USER CARD NOT SAVED - TRY AGAIN'
                   TO REPORT-LINE
           ELSE
               MOVE SPACES         TO JRNL-BEFORE-IMAGE
               MOVE SPACES         TO JRNL-AFTER-IMAGE
               MOVE USRCARD-RECORD TO JRNL-AFTER-IMAGE
               MOVE ACCOUNT-IN     TO JRNL-ACCOUNT
               MOVE 'USRCARD '     TO JRNL-FILE-NAME
               PERFORM WRITE-CHANGE-JOURNAL
           END-IF
           .

       READ-ACTIVE-CRYPT-KEY.
           MOVE 'DEFAULT ' TO CP-PARM-ID

           EXEC CICS READ FILE ('CTLPARM')
                           INTO   (CTLPARM-RECORD)
                           RIDFLD (CP-PARM-ID)
                           RESP   (COMMAND-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE CP-ACTIVE-CRYPT-KEY TO ACTIVE-CRYPT-KEY
           END-IF
           .

      ******************************************************************
      * LST - the position's user cards, one line each.
      ******************************************************************
       LIST-USER-CARDS.
           STRING 'AUTHORIZED-USER CARDS FOR ' ACCOUNT-IN ' ' SEQ-IN
               DELIMITED BY SIZE INTO PL-LINE (1)
           MOVE 'U  CARD      STATE    PRODUCTN ADDED    NAME'
               TO PL-LINE (2)
           MOVE 2 TO LIST-LINE-NO

           PERFORM START-USER-CARD-BROWSE

           IF END-OF-USER-CARDS = 'N'
               PERFORM LIST-ONE-USER-CARD
                   UNTIL END-OF-USER-CARDS = 'Y'
               PERFORM END-USER-CARD-BROWSE
           END-IF

           IF LIST-LINE-NO = 2
               MOVE 'NO AUTHORIZED-USER CARDS ON THIS POSITION'
                   TO PL-LINE (3)
           END-IF
           .

       LIST-ONE-USER-CARD.
           PERFORM READ-NEXT-USER-CARD

           IF END-OF-USER-CARDS = 'N'
              AND LIST-LINE-NO < 12
               ADD 1 TO LIST-LINE-NO
               EVALUATE TRUE
                   WHEN UC-CARD-LIVE
                       MOVE 'LIVE    ' TO USER-STATE-TEXT
                   WHEN UC-CARD-CLOSED
                       MOVE 'CLOSED  ' TO USER-STATE-TEXT
                   WHEN UC-CARD-HOTLISTED
                       MOVE 'HOTLIST ' TO USER-STATE-TEXT
                   WHEN OTHER
                       MOVE 'UNKNOWN ' TO USER-STATE-TEXT
               END-EVALUATE
               PERFORM DECRYPT-USER-NAME
               STRING UC-USER-NO '  ****' UC-CARD-NUMBER(13:4)
                      '  ' USER-STATE-TEXT ' ' UC-PRODUCTION-STATUS
                      ' ' UC-ADDED-DATE ' ' USER-NAME-CLEAR(1:30)
                   DELIMITED BY SIZE INTO PL-LINE (LIST-LINE-NO)
           END-IF
           .

      ******************************************************************
      * CLS - one user card closed when the cardholder asks. The
      * number stays on the row; CAUT and the posting run refuse it
      * from here on.
      ******************************************************************
       CLOSE-USER-CARD.
           MOVE 'N' TO CARD-SAVED

           IF THIRD-ARG(1:1) IS NOT NUMERIC
              OR THIRD-ARG(1:1) = '0'
              OR THIRD-ARG(2:7) NOT = SPACES
               MOVE 'CAUS: GIVE THE USER NUMBER (1-9) TO CLOSE'
                   TO REPORT-LINE
           ELSE
               MOVE ACCOUNT-IN     TO UC-CUST-NO
               MOVE SEQ-IN         TO UC-APPL-SEQ-NO
               MOVE THIRD-ARG(1:1) TO UC-USER-NO

               EXEC CICS READ FILE ('USRCARD')
                               INTO   (USRCARD-RECORD)
                               RIDFLD (UC-USER-CARD-KEY)
                               UPDATE
                               RESP   (USRCARD-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               EVALUATE TRUE
                   WHEN USRCARD-RESP NOT = DFHRESP(NORMAL)
                       STRING 'CAUS: NO USER CARD ' THIRD-ARG(1:1)
                              ' ON ' ACCOUNT-IN ' ' SEQ-IN
                           DELIMITED BY SIZE INTO REPORT-LINE
                       IF USRCARD-RESP NOT = DFHRESP(NOTFND)
                           MOVE USRCARD-RESP TO COMMAND-RESP
                           PERFORM LOG-CICS-ERROR
                       END-IF
                   WHEN NOT UC-CARD-LIVE
                       MOVE 'CAUS: USER CARD IS ALREADY ENDED'
                           TO REPORT-LINE
                       PERFORM UNLOCK-USRCARD-ROW
                   WHEN OTHER
                       PERFORM SAVE-USER-CARD-CLOSURE
               END-EVALUATE
           END-IF
           .

       SAVE-USER-CARD-CLOSURE.
           MOVE USRCARD-RECORD TO JRNL-BEFORE-IMAGE
           MOVE 'C'            TO UC-CARD-STATUS
           MOVE CURRENT-DATE   TO UC-ENDED-DATE
           MOVE 'USERCLS '     TO UC-ENDED-REASON

           EXEC CICS REWRITE FILE ('USRCARD')
                             FROM (USRCARD-RECORD)
                             RESP  (USRCARD-RESP)
                             RESP2 (COMMAND-RESP2)
           END-EXEC

           IF USRCARD-RESP NOT = DFHRESP(NORMAL)
               MOVE USRCARD-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
               MOVE 'CAUS: USER CARD NOT UPDATED - TRY AGAIN'
                   TO REPORT-LINE
           ELSE
               MOVE SPACES         TO JRNL-AFTER-IMAGE
               MOVE USRCARD-RECORD TO JRNL-AFTER-IMAGE
               MOVE ACCOUNT-IN     TO JRNL-ACCOUNT
               MOVE 'USRCARD '     TO JRNL-FILE-NAME
               PERFORM WRITE-CHANGE-JOURNAL

               STRING 'CAUS: USER CARD ' UC-USER-NO ' ****'
                      UC-CARD-NUMBER(13:4) ' CLOSED ON '
                      ACCOUNT-IN ' ' SEQ-IN
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

       UNLOCK-USRCARD-ROW.
           EXEC CICS UNLOCK FILE ('USRCARD')
                            RESP (COMMAND-RESP)
                            RESP2(COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

      ******************************************************************
      * The position's USRCARD rows, user number order.
      ******************************************************************
       START-USER-CARD-BROWSE.
           MOVE 'N'        TO END-OF-USER-CARDS
           MOVE ACCOUNT-IN TO UC-CUST-NO
           MOVE SEQ-IN     TO UC-APPL-SEQ-NO
           MOVE 0          TO UC-USER-NO

           EXEC CICS STARTBR FILE ('USRCARD')
                             RIDFLD (UC-USER-CARD-KEY)
                             GTEQ
                             RESP   (USRCARD-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF USRCARD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO END-OF-USER-CARDS
               IF USRCARD-RESP NOT = DFHRESP(NOTFND)
                   MOVE USRCARD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       READ-NEXT-USER-CARD.
           EXEC CICS READNEXT FILE ('USRCARD')
                              INTO  (USRCARD-RECORD)
                              RIDFLD(UC-USER-CARD-KEY)
                              RESP  (USRCARD-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF USRCARD-RESP = DFHRESP(NORMAL)
               IF UC-CUST-NO NOT = ACCOUNT-IN
                  OR UC-APPL-SEQ-NO NOT = SEQ-IN
                   MOVE 'Y' TO END-OF-USER-CARDS
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-USER-CARDS
               IF USRCARD-RESP NOT = DFHRESP(ENDFILE)
                   MOVE USRCARD-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       END-USER-CARD-BROWSE.
           EXEC CICS ENDBR FILE ('USRCARD')
                           RESP (COMMAND-RESP)
                           RESP2(COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

      * The stored name is encrypted under the key named on the row.
       DECRYPT-USER-NAME.
           MOVE UC-USER-NAME TO USER-NAME-CLEAR
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT UC-ENCRYPT-KEY
               USER-NAME-CLEAR CRYPT-FIELD-LEN
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

       END PROGRAM 'CSADDUSR'.
