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
      *  CSDSAREG
      *
      * Data subject access request register transaction (run as
      * DSAR). A customer's request for a copy of everything we hold
      * about them has a statutory deadline, and nothing recorded
      * when one arrived or whether it was answered in time. Every
      * request is now a DSARREG row (see copy/DSARREG.cpy), driven
      * by a single input line:
      *
      *   DSAR LOG nnnnnnnn c y
      *        - log a request against the account: channel P
      *          (phone), L (letter) or E (email), and Y to confirm
      *          the requester's identity has been checked - a
      *          request is not accepted without it. The deadline is
      *          one calendar month from today. An account may have
      *          only one open request at a time.
      *   DSAR SHO nnnnnnnn nn
      *        - display the request.
      *   DSAR EXT nnnnnnnn nn reason...
      *        - extend a complex request by two further months
      *          (three from the day it arrived), once, with the
      *          reason, before the first deadline has passed.
      *   DSAR WDR nnnnnnnn nn
      *        - the customer has withdrawn the request.
      *
      * The disclosure is produced and the request closed by the
      * CSDSAREX batch job (see src/CSDSAREX.cbl).
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSDSAREG.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * DSARREG, CUSTMAS and CTLPARM are CICS-owned VSAM files
      * (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY DSARREG.

           COPY CUSTMAS.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 ACCOUNT-IN            PIC X(8).
         2 FILLER                PIC X(1).
         2 ARGS-IN               PIC X(60).
      * LOG - how the request came in, and the identity check.
         2 LOG-ARGS REDEFINES ARGS-IN.
           3 CHANNEL-IN          PIC X(1).
           3 FILLER              PIC X(1).
           3 ID-CHECKED-IN       PIC X(1).
           3 FILLER              PIC X(57).
      * Every other action - the request number, then the reason
      * (EXT).
         2 CASE-ARGS REDEFINES ARGS-IN.
           3 REQUEST-NO-IN       PIC X(2).
           3 FILLER              PIC X(1).
           3 REASON-IN           PIC X(40).
           3 FILLER              PIC X(17).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 78.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.
       1 REQUEST-NO-PAD-TOKEN    PIC X(1) VALUE SPACES.
       1 REQUEST-NO-DISPLAY      PIC 9(2) VALUE 0.

       1 DSARREG-RESP            PIC S9(8) COMP.
       1 CUSTMAS-RESP            PIC S9(8) COMP.

      * Next request number - the account's rows are browsed, the
      * highest number on file is stepped on by one, and any request
      * still open is noted.
       1 END-OF-REQUEST-SCAN     PIC X(1) VALUE 'N'.
       1 HIGHEST-REQUEST-NO      PIC 9(2) VALUE 0.
       1 NEW-REQUEST-NO          PIC 9(2) VALUE 0.
       1 OPEN-REQUEST-NO         PIC 9(2) VALUE 0.

       1 LOG-REFUSAL             PIC X(60) VALUE SPACES.

      * Calendar month arithmetic for the deadlines - the month is
      * stepped on and the day held, or pulled back to the last day
      * of a shorter month.
       1 STEP-DATE.
         2 STEP-YEAR             PIC 9(4).
         2 STEP-MONTH            PIC 9(2).
         2 STEP-DAY              PIC 9(2).
       1 MONTHS-TO-ADD           PIC 9(2) VALUE 0.
       1 MONTH-INDEX             PIC 9(4) VALUE 0.
       1 YEARS-ON                PIC 9(4) VALUE 0.
       1 MONTH-REMAINDER         PIC 9(2) VALUE 0.
       1 DAYS-IN-MONTH           PIC 9(2) VALUE 0.
       1 LEAP-QUOTIENT           PIC 9(4) VALUE 0.
       1 LEAP-REMAINDER          PIC 9(3) VALUE 0.

       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
       1 CURRENT-DATE            PIC X(8).
       1 CURRENT-TIME            PIC X(8).
       1 OPERATOR-USER-ID        PIC X(8) VALUE SPACES.

      * Operator role gate - see copy/OPERROLE.cpy and the shared
      * CHECK-OPERATOR-AUTHORITY fragment in copy/OPAUTHP.cpy.
      * Access requests are servicing work.
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

       1 REPORT-LINE             PIC X(80) VALUE ' '.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.

       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.
       1 CICSERR-RECORD.
         2 CE-PROGRAM  PIC X(8) VALUE 'CSDSAREG'.
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

      * A one-digit request number is taken as 0n.
           IF ACTION-IN NOT = 'LOG'
              AND REQUEST-NO-IN(2:1) = SPACE
              AND REQUEST-NO-IN(1:1) NOT = SPACE
               MOVE REQUEST-NO-IN(1:1) TO REQUEST-NO-PAD-TOKEN
               MOVE '0' TO REQUEST-NO-IN(1:1)
               MOVE REQUEST-NO-PAD-TOKEN TO REQUEST-NO-IN(2:1)
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
                   PERFORM LOG-THE-REQUEST
               WHEN 'SHO'
                   PERFORM SHOW-THE-REQUEST
               WHEN 'EXT'
                   PERFORM EXTEND-THE-REQUEST
               WHEN 'WDR'
                   PERFORM WITHDRAW-THE-REQUEST
               WHEN OTHER
                   MOVE 'DSAR: UNKNOWN ACTION - LOG/SHO/EXT/WDR'
                       TO REPORT-LINE
           END-EVALUATE

           PERFORM SEND-REPORT-LINE

           EXEC CICS RETURN
           END-EXEC
           .

       LOG-THE-REQUEST.
           MOVE SPACES TO LOG-REFUSAL
           MOVE CHANNEL-IN TO SR-CHANNEL

           EVALUATE TRUE
               WHEN NOT SR-VALID-CHANNEL
                   MOVE 'DSAR: CHANNEL MUST BE P, L OR E'
                       TO LOG-REFUSAL
               WHEN ID-CHECKED-IN NOT = 'Y'
                   MOVE 'DSAR: CHECK THE REQUESTER IDENTITY, THEN Y'
                       TO LOG-REFUSAL
               WHEN OTHER
                   PERFORM CHECK-ACCOUNT-ON-FILE
                   IF CUSTMAS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'DSAR: NO SUCH ACCOUNT' TO LOG-REFUSAL
                   END-IF
           END-EVALUATE

           IF LOG-REFUSAL = SPACES
               PERFORM FIND-NEXT-REQUEST-NO

               EVALUATE TRUE
                   WHEN OPEN-REQUEST-NO NOT = 0
                       MOVE SPACES TO LOG-REFUSAL
                       STRING 'DSAR: REQUEST ' OPEN-REQUEST-NO
                              ' IS ALREADY OPEN FOR THIS ACCOUNT'
                           DELIMITED BY SIZE INTO LOG-REFUSAL
                   WHEN HIGHEST-REQUEST-NO = 99
                       MOVE 'DSAR: ACCOUNT HAS 99 REQUESTS ON FILE'
                           TO LOG-REFUSAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF LOG-REFUSAL NOT = SPACES
               MOVE LOG-REFUSAL TO REPORT-LINE
           ELSE
               PERFORM BUILD-NEW-REQUEST
               PERFORM WRITE-NEW-REQUEST
           END-IF
           .

       CHECK-ACCOUNT-ON-FILE.
           MOVE ACCOUNT-IN TO CM-CUST-NO

           EXEC CICS READ FILE ('CUSTMAS')
                           INTO   (CUSTMAS-RECORD)
                           RIDFLD (CM-CUST-NO)
                           RESP   (CUSTMAS-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CUSTMAS-RESP NOT = DFHRESP(NORMAL)
              AND CUSTMAS-RESP NOT = DFHRESP(NOTFND)
               MOVE CUSTMAS-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

      * Keyed prefix browse of the account's requests - the last
      * one read is the highest number on file.
       FIND-NEXT-REQUEST-NO.
           MOVE 0   TO HIGHEST-REQUEST-NO
           MOVE 0   TO OPEN-REQUEST-NO
           MOVE 'N' TO END-OF-REQUEST-SCAN
           MOVE ACCOUNT-IN TO SR-CUST-NO
           MOVE 0          TO SR-REQUEST-NO

           EXEC CICS STARTBR FILE ('DSARREG')
                             RIDFLD (SR-REQUEST-KEY)
                             GTEQ
                             RESP   (DSARREG-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF DSARREG-RESP = DFHRESP(NORMAL)
               PERFORM SCAN-ONE-REQUEST
                   UNTIL END-OF-REQUEST-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('DSARREG')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF DSARREG-RESP NOT = DFHRESP(NOTFND)
                   MOVE DSARREG-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           IF HIGHEST-REQUEST-NO < 99
               COMPUTE NEW-REQUEST-NO = HIGHEST-REQUEST-NO + 1
           END-IF
           .

       SCAN-ONE-REQUEST.
           EXEC CICS READNEXT FILE ('DSARREG')
                              INTO  (DSARREG-RECORD)
                              RIDFLD(SR-REQUEST-KEY)
                              RESP  (DSARREG-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF DSARREG-RESP = DFHRESP(NORMAL)
              AND SR-CUST-NO = ACCOUNT-IN
               MOVE SR-REQUEST-NO TO HIGHEST-REQUEST-NO
               IF SR-OPEN
                   MOVE SR-REQUEST-NO TO OPEN-REQUEST-NO
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-REQUEST-SCAN
               IF DSARREG-RESP NOT = DFHRESP(ENDFILE)
                  AND DSARREG-RESP NOT = DFHRESP(NORMAL)
                   MOVE DSARREG-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       BUILD-NEW-REQUEST.
           MOVE SPACES           TO DSARREG-RECORD
           MOVE ACCOUNT-IN       TO SR-CUST-NO
           MOVE NEW-REQUEST-NO   TO SR-REQUEST-NO
           MOVE 'OPEN    '       TO SR-STATUS
           MOVE CHANNEL-IN       TO SR-CHANNEL
           MOVE CURRENT-DATE     TO SR-RECEIVED-DATE
           MOVE CURRENT-TIME     TO SR-LOGGED-TIME
           MOVE OPERATOR-USER-ID TO SR-LOGGED-BY
           MOVE 'Y'              TO SR-ID-VERIFIED
           MOVE 0                TO SR-ITEMS-DISCLOSED
           MOVE 0                TO SR-ITEMS-WITHHELD

           MOVE CURRENT-DATE TO STEP-DATE
           MOVE 1 TO MONTHS-TO-ADD
           PERFORM ADD-CALENDAR-MONTHS
           MOVE STEP-DATE TO SR-DUE-DATE
           .

       WRITE-NEW-REQUEST.
           EXEC CICS WRITE FILE ('DSARREG')
                           FROM   (DSARREG-RECORD)
                           RIDFLD (SR-REQUEST-KEY)
                           RESP   (COMMAND-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO REPORT-LINE
               STRING 'DSAR: REQUEST ' SR-REQUEST-NO
                      ' LOGGED FOR ' ACCOUNT-IN
                      ' - DISCLOSURE DUE BY ' SR-DUE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE 'DSAR: REQUEST NOT LOGGED - PLEASE RETRY'
                   TO REPORT-LINE
               PERFORM LOG-CICS-ERROR
           END-IF
           .

      * The deadline is a calendar month, not business days: the
      * same day number so many months on, or the last day of that
      * month when it is shorter.
       ADD-CALENDAR-MONTHS.
           COMPUTE MONTH-INDEX = STEP-MONTH - 1 + MONTHS-TO-ADD
           DIVIDE MONTH-INDEX BY 12 GIVING YEARS-ON
               REMAINDER MONTH-REMAINDER
           ADD YEARS-ON TO STEP-YEAR
           COMPUTE STEP-MONTH = MONTH-REMAINDER + 1

           PERFORM SET-DAYS-IN-MONTH
           IF STEP-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO STEP-DAY
           END-IF
           .

       SET-DAYS-IN-MONTH.
           EVALUATE STEP-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO DAYS-IN-MONTH
                   DIVIDE STEP-YEAR BY 4 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       MOVE 29 TO DAYS-IN-MONTH
                       DIVIDE STEP-YEAR BY 100 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER = 0
                           MOVE 28 TO DAYS-IN-MONTH
                           DIVIDE STEP-YEAR BY 400
                               GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                           IF LEAP-REMAINDER = 0
                               MOVE 29 TO DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE
           .

       SHOW-THE-REQUEST.
           PERFORM READ-REQUEST-FOR-DISPLAY

           IF DSARREG-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DSAR: NO SUCH REQUEST FOR THIS ACCOUNT'
                   TO REPORT-LINE
               IF DSARREG-RESP NOT = DFHRESP(NOTFND)
                   MOVE DSARREG-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'DSAR: ' SR-REQUEST-NO ' ' SR-STATUS
                      ' ' SR-CHANNEL
                      ' RECD ' SR-RECEIVED-DATE
                      ' DUE ' SR-DUE-DATE
                      ' EXT ' SR-EXTENDED-DUE-DATE
                      ' CLOSED ' SR-CLOSED-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           .

       READ-REQUEST-FOR-DISPLAY.
           MOVE ACCOUNT-IN TO SR-CUST-NO
           MOVE 0          TO SR-REQUEST-NO
           IF REQUEST-NO-IN NUMERIC
               MOVE REQUEST-NO-IN TO REQUEST-NO-DISPLAY
               MOVE REQUEST-NO-DISPLAY TO SR-REQUEST-NO
           END-IF

           EXEC CICS READ FILE ('DSARREG')
                           INTO   (DSARREG-RECORD)
                           RIDFLD (SR-REQUEST-KEY)
                           RESP   (DSARREG-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC
           .

       READ-REQUEST-FOR-UPDATE.
           MOVE ACCOUNT-IN TO SR-CUST-NO
           MOVE 0          TO SR-REQUEST-NO
           IF REQUEST-NO-IN NUMERIC
               MOVE REQUEST-NO-IN TO REQUEST-NO-DISPLAY
               MOVE REQUEST-NO-DISPLAY TO SR-REQUEST-NO
           END-IF

           EXEC CICS READ FILE ('DSARREG')
                           INTO   (DSARREG-RECORD)
                           RIDFLD (SR-REQUEST-KEY)
                           UPDATE
                           RESP   (DSARREG-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC
           .

      * One extension only, by two further months - the new date
      * is counted from the day the request arrived, so a short
      * month in between does not eat into it.
       EXTEND-THE-REQUEST.
           PERFORM READ-REQUEST-FOR-UPDATE

           EVALUATE TRUE
               WHEN DSARREG-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'DSAR: NO SUCH REQUEST FOR THIS ACCOUNT'
                       TO REPORT-LINE
                   IF DSARREG-RESP NOT = DFHRESP(NOTFND)
                       MOVE DSARREG-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN SR-CLOSED
                   MOVE 'DSAR: REQUEST IS CLOSED' TO REPORT-LINE
                   PERFORM UNLOCK-DSARREG-ROW
               WHEN SR-EXTENDED-DUE-DATE NOT = SPACES
                   MOVE 'DSAR: REQUEST HAS ALREADY BEEN EXTENDED'
                       TO REPORT-LINE
                   PERFORM UNLOCK-DSARREG-ROW
               WHEN CURRENT-DATE > SR-DUE-DATE
                   MOVE 'DSAR: DEADLINE HAS PASSED - TOO LATE TO EXTEND'
                       TO REPORT-LINE
                   PERFORM UNLOCK-DSARREG-ROW
               WHEN REASON-IN = SPACES
                   MOVE 'DSAR: GIVE THE REASON FOR THE EXTENSION'
                       TO REPORT-LINE
                   PERFORM UNLOCK-DSARREG-ROW
               WHEN OTHER
                   MOVE SR-RECEIVED-DATE TO STEP-DATE
                   MOVE 3 TO MONTHS-TO-ADD
                   PERFORM ADD-CALENDAR-MONTHS
                   MOVE STEP-DATE        TO SR-EXTENDED-DUE-DATE
                   MOVE OPERATOR-USER-ID TO SR-EXTENDED-BY
                   MOVE REASON-IN        TO SR-EXTEND-REASON
                   PERFORM REWRITE-DSARREG-ROW

                   MOVE SPACES TO REPORT-LINE
                   STRING 'DSAR: REQUEST ' SR-REQUEST-NO
                          ' EXTENDED - DISCLOSURE NOW DUE BY '
                          SR-EXTENDED-DUE-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           .

       WITHDRAW-THE-REQUEST.
           PERFORM READ-REQUEST-FOR-UPDATE

           EVALUATE TRUE
               WHEN DSARREG-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'DSAR: NO SUCH REQUEST FOR THIS ACCOUNT'
                       TO REPORT-LINE
                   IF DSARREG-RESP NOT = DFHRESP(NOTFND)
                       MOVE DSARREG-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN SR-CLOSED
                   MOVE 'DSAR: REQUEST IS CLOSED' TO REPORT-LINE
                   PERFORM UNLOCK-DSARREG-ROW
               WHEN OTHER
                   MOVE 'WITHDRWN'       TO SR-STATUS
                   MOVE CURRENT-DATE     TO SR-CLOSED-DATE
                   MOVE OPERATOR-USER-ID TO SR-CLOSED-BY
                   PERFORM REWRITE-DSARREG-ROW

                   MOVE SPACES TO REPORT-LINE
                   STRING 'DSAR: REQUEST ' SR-REQUEST-NO
                          ' WITHDRAWN'
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           .

       REWRITE-DSARREG-ROW.
           EXEC CICS REWRITE FILE ('DSARREG')
                             FROM (DSARREG-RECORD)
                             RESP  (COMMAND-RESP)
                             RESP2 (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

       UNLOCK-DSARREG-ROW.
           EXEC CICS UNLOCK FILE ('DSARREG')
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

       END PROGRAM 'CSDSAREG'.
